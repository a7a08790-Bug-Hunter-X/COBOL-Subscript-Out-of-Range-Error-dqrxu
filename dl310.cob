002500* THE QUEUE - SO A NOT-FOUND NUMBER JUST SHOWS A MESSAGE AND    *
002600* THE OPERATOR PAGES PAST IT.                                   *
002700*                                                                *
002710* EVERY PASS FIRST CHECKS THE SIGNED-ON CICS USER ID ON THE     *
002720* TBLOPER OPERATOR AUTHORITY FILE, AS DL300 DOES.  INQUIRY      *
002730* RIGHT FOR DL3R LETS THE OPERATOR PAGE THE QUEUE; ONLY REPAIR  *
002740* OR SUPERVISOR RIGHT CAN APPLY A REPAIR.  REFUSALS ARE LOGGED  *
002750* TO THE TBLACCL ACCESS LOG, AND EVERY TBLAUDO IMAGE CARRIES    *
002760* THE OPERATOR ID.                                              *
002770*                                                               *
002800* MODIFICATION HISTORY                                          *
002900* ---------------------------------------------------------     *
003000* 08/22/2026  RS   ORIGINAL PROGRAM.                            *
003010* 09/02/2026  RS   AUDIT RECORD LAYOUT MOVED TO DL310AO.CPY SO  *
003020*                  THE BATCH JOBS THAT READ TBLAUDO SHARE IT.   *
003030* 10/15/2026  RS   OPERATOR AUTHORITY CHECK AGAINST TBLOPER ON  *
003040*                  EVERY PASS, REPAIR RIGHT REQUIRED TO APPLY A *
003050*                  REPAIR, REFUSALS LOGGED TO TBLACCL, AND      *
003060*                  OPERATOR ID STAMPED ON THE TBLAUDO BEFORE    *
003070*                  AND AFTER IMAGES.                            *
003075* 10/15/2026  RS   A REPAIR CLEARS THE HOLD RELEASE MARK IN     *
003080*                  BODY BYTE 80 BEFORE THE RECORD IS QUEUED TO  *
003085*                  TBLRSUB, SO ONLY A SUPERVISOR RELEASE CAN    *
003090*                  TAKE AN ITEM PAST ITS LIMIT.                 *
003095*                  7000-WRITE-ACCESS-LOG MOVED AHEAD OF 8000.   *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004100 COPY "dl100rp.cpy".
004200
004300 COPY "dl100rs.cpy".
004320
004340 COPY "dl620op.cpy".
004360
004380 COPY "dl300al.cpy".
004400
004500 01  DL310-CURRENT-KEY              PIC 9(04) COMP VALUE 1.
004600 01  DL310-RESP                     PIC S9(08) COMP.
004700 01  DL310-RESP2                    PIC S9(08) COMP.
004800 01  DL310-RECORD-HELD-SW           PIC X(01) VALUE 'N'.
004900     88  DL310-RECORD-HELD                     VALUE 'Y'.
004902
004904 01  DL310-USERID                   PIC X(08) VALUE SPACES.
004906 01  DL310-ABSTIME                  PIC S9(15) COMP-3.
004908 01  DL310-NOW-DATE                 PIC X(08).
004910 01  DL310-NOW-TIME                 PIC X(06).
004912
004914 01  DL310-DENY-MSG.
004916     05  FILLER                     PIC X(13) VALUE
004918             'DL310 - USER '.
004920     05  DL310-DENY-USERID          PIC X(08).
004922     05  FILLER                     PIC X(59) VALUE
004924             ' NOT AUTHORIZED FOR REJECT REPAIR'.
004926     05  FILLER                     PIC X(09) VALUE
004928             'REASON: '.
004930     05  DL310-DENY-REASON          PIC X(40).
004932 01  DL310-DENY-LENGTH              PIC S9(04) COMP VALUE +129.
004934
004936 01  DL310-RPR-DENY-DETAIL.
004938     05  FILLER                     PIC X(17) VALUE
004940             'REPAIR OF REJECT '.
004942     05  DL310-RDD-KEY              PIC ZZZ9.
004944     05  FILLER                     PIC X(19) VALUE
004946             ' - INQUIRY ONLY'.
005000
005100 01  DL310-RECEIVE-FIELDS.
005200     05  DL310-INPUT-LINE           PIC X(80).
009900* 0000-MAINLINE                                                 *
010000*****************************************************************
010100 0000-MAINLINE.
010150     PERFORM 1000-CHECK-AUTHORITY THRU 1000-EXIT
010200     MOVE SPACES TO DL310-MSG-LINE
010300     IF EIBCALEN = 0
010400         MOVE 1 TO DL310-CURRENT-KEY
011100     PERFORM 2000-BUILD-AND-SEND-SCREEN THRU 2000-EXIT
011200     PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT.
011300
011301*****************************************************************
011302* 1000-CHECK-AUTHORITY - THE SIGNED-ON OPERATOR MUST HAVE AN    *
011303* ACTIVE TBLOPER RECORD WITH AT LEAST INQUIRY RIGHT FOR DL3R.   *
011304* ANYTHING ELSE - INCLUDING A FILE ERROR - REFUSES THE PASS.    *
011305*****************************************************************
011306 1000-CHECK-AUTHORITY.
011307     MOVE SPACES TO DL310-USERID
011308     EXEC CICS ASSIGN
011309         USERID(DL310-USERID)
011310         RESP(DL310-RESP)
011311     END-EXEC
011312     IF DL310-RESP NOT = DFHRESP(NORMAL)
011313         MOVE 'SIGN-ON USER ID NOT AVAILABLE'
011314             TO DL310-DENY-REASON
011315         PERFORM 1100-REFUSE-OPERATOR THRU 1100-EXIT
011316     END-IF
011317     MOVE DL310-USERID TO DL620-OPER-USERID
011318     EXEC CICS READ FILE('TBLOPER')
011319         INTO(DL620-OPER-RECORD)
011320         RIDFLD(DL620-OPER-USERID)
011321         RESP(DL310-RESP)
011322     END-EXEC
011323     EVALUATE TRUE
011324         WHEN DL310-RESP = DFHRESP(NOTFND)
011325             MOVE 'NO OPERATOR AUTHORITY RECORD'
011326                 TO DL310-DENY-REASON
011327         WHEN DL310-RESP NOT = DFHRESP(NORMAL)
011328             MOVE 'OPERATOR AUTHORITY FILE UNAVAILABLE'
011329                 TO DL310-DENY-REASON
011330         WHEN NOT DL620-OPER-ACTIVE
011331             MOVE 'OPERATOR REVOKED' TO DL310-DENY-REASON
011332         WHEN NOT DL620-OPER-DL3R-INQUIRY
011333             MOVE 'NO REJECT REPAIR RIGHT' TO DL310-DENY-REASON
011334         WHEN OTHER
011335             GO TO 1000-EXIT
011336     END-EVALUATE
011337     PERFORM 1100-REFUSE-OPERATOR THRU 1100-EXIT.
011338 1000-EXIT.
011339     EXIT.
011340
011341*****************************************************************
011342* 1100-REFUSE-OPERATOR - TELL THE OPERATOR WHY, LOG THE REFUSAL *
011343* WITH ITS REASON, AND END THE CONVERSATION WITHOUT A NEXT      *
011344* TRANSID                                                       *
011345*****************************************************************
011346 1100-REFUSE-OPERATOR.
011347     MOVE DL310-USERID TO DL310-DENY-USERID
011348     EXEC CICS SEND TEXT
011349         FROM(DL310-DENY-MSG)
011350         LENGTH(DL310-DENY-LENGTH)
011351         ERASE
011352     END-EXEC
011353     MOVE 'DENIED' TO DL300-ACCL-EVENT
011354     MOVE DL310-DENY-REASON TO DL300-ACCL-DETAIL
011355     PERFORM 7000-WRITE-ACCESS-LOG THRU 7000-EXIT
011356     EXEC CICS RETURN
011357     END-EXEC.
011358 1100-EXIT.
011359     EXIT.
011360
011400*****************************************************************
011500* 2000-BUILD-AND-SEND-SCREEN - FORMAT THE CURRENT REJECT AND    *
011600* SEND IT TO THE TERMINAL                                       *
020200     EXIT.
020300
020400*****************************************************************
020500* 4000-APPLY-REPAIR - AN OPERATOR WITH INQUIRY RIGHT ONLY IS    *
020600* TOLD SO AND THE ATTEMPT IS LOGGED.  OTHERWISE READ THE        *
020700* CURRENT REJECT FOR UPDATE, OVERLAY THE FIELDS THE OPERATOR    *
020800* TYPED (BLANK FIELDS KEEP THE ORIGINAL), AUDIT THE BEFORE AND  *
020900* AFTER IMAGES, MARK THE REJECT REPAIRED, AND QUEUE THE         *
020950* CORRECTED RECORD TO TBLRSUB FOR THE NEXT RUN.                 *
021000*****************************************************************
021100 4000-APPLY-REPAIR.
021110     IF NOT DL620-OPER-DL3R-REPAIR
021120         MOVE 'INQUIRY ONLY - NOT AUTHORIZED TO REPAIR'
021130             TO DL310-MSG-LINE
021140         MOVE 'DENIED' TO DL300-ACCL-EVENT
021150         MOVE DL310-CURRENT-KEY TO DL310-RDD-KEY
021160         MOVE DL310-RPR-DENY-DETAIL TO DL300-ACCL-DETAIL
021170         PERFORM 7000-WRITE-ACCESS-LOG THRU 7000-EXIT
021180         GO TO 4000-EXIT
021190     END-IF
021200     MOVE DL310-CURRENT-KEY TO DL100-RPR-KEY
021300     EXEC CICS READ FILE('TBLREPR')
021400         INTO(DL100-RPR-RECORD)
023700     IF DL310-INPUT-LINE(28:1) NOT = SPACE
023800         MOVE DL310-INPUT-LINE(28:1) TO DL100-RPR-BDY-TXN
023900     END-IF
023920*    ONLY A DL320 RELEASE MAY CARRY THE HOLD RELEASE MARK IN
023940*    BYTE 80 - A REPAIRED REJECT IS LIMIT-CHECKED AGAIN
023960     MOVE SPACE TO DL100-RPR-BODY(80:1)
024000     SET DL100-RPR-IS-REPAIRED TO TRUE
024100     EXEC CICS REWRITE FILE('TBLREPR')
024200         FROM(DL100-RPR-RECORD)
026600     EXIT.
026700
026800*****************************************************************
028704* 7000-WRITE-ACCESS-LOG - ONE TBLACCL RECORD FOR THE EVENT AND  *
028706* DETAIL THE CALLER SET, STAMPED WITH THE DATE, TIME, TASK,     *
028708* OPERATOR AND TERMINAL, AS DL300 WRITES THEM                   *
028710*****************************************************************
028712 7000-WRITE-ACCESS-LOG.
028714     EXEC CICS ASKTIME
028716         ABSTIME(DL310-ABSTIME)
028718     END-EXEC
028720     EXEC CICS FORMATTIME
028722         ABSTIME(DL310-ABSTIME)
028724         YYYYMMDD(DL310-NOW-DATE)
028726         TIME(DL310-NOW-TIME)
028728     END-EXEC
028730     MOVE DL310-NOW-DATE TO DL300-ACCL-DATE
028732     MOVE DL310-NOW-TIME TO DL300-ACCL-TIME
028734     MOVE EIBTASKN       TO DL300-ACCL-TASK
028736     MOVE 1              TO DL300-ACCL-SEQ
028738     MOVE DL310-USERID   TO DL300-ACCL-USERID
028740     MOVE EIBTRMID       TO DL300-ACCL-TERMID
028742     MOVE EIBTRNID       TO DL300-ACCL-TRANSID
028744     EXEC CICS WRITE FILE('TBLACCL')
028746         FROM(DL300-ACCL-RECORD)
028748         RIDFLD(DL300-ACCL-KEY)
028750         RESP(DL310-RESP2)
028752     END-EXEC.
028754 7000-EXIT.
028756     EXIT.
028758
028800*****************************************************************
028802* 8000-WRITE-AUDIT-IMAGE - ONE BEFORE OR AFTER IMAGE TO THE     *
028804* ONLINE AUDIT FILE, KEYED BY TIMESTAMP, TASK, AND SEQUENCE SO  *
028806* THE PAIR SORTS TOGETHER, AND STAMPED WITH THE OPERATOR WHO    *
028808* MADE THE CHANGE                                               *
028810*****************************************************************
028812 8000-WRITE-AUDIT-IMAGE.
028814     MOVE EIBTASKN TO DL310-AUD-TASK
028816     MOVE DL310-CURRENT-KEY TO DL310-AUD-RPR-KEY
028818     MOVE DL310-USERID TO DL310-AUD-OPERATOR
028820     EXEC CICS ASKTIME
028822     END-EXEC
028824     MOVE EIBDATE  TO DL310-AUD-DATE
028826     MOVE EIBTIME  TO DL310-AUD-TIME
028828     EXEC CICS WRITE FILE('TBLAUDO')
028830         FROM(DL310-AUDIT-RECORD)
028832         RIDFLD(DL310-AUD-KEY)
028834         RESP(DL310-RESP)
028836     END-EXEC.
028838 8000-EXIT.
028840     EXIT.
028842
028844*****************************************************************
028900* 9000-RETURN-TRANSID - GIVE UP CONTROL UNTIL THE NEXT KEY,     *
029000* CARRYING THE CURRENT REJECT NUMBER IN THE COMMAREA            *
029100*****************************************************************

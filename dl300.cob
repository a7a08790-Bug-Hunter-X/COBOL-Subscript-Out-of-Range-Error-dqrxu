001400* DETAIL RECORDS STARTING AT THE CURRENT INDEX.  PF7/PF8 PAGE    *
001500* BACKWARD/FORWARD BY TEN; PF3 OR CLEAR ENDS THE SESSION.        *
001600*                                                                *
001610* EVERY PASS FIRST LOOKS THE SIGNED-ON CICS USER ID UP ON THE   *
001620* TBLOPER OPERATOR AUTHORITY FILE (DL620 MAINTAINS IT).  AN     *
001630* OPERATOR WITH NO RECORD, A REVOKED RECORD, OR NO INQUIRY      *
001640* RIGHT FOR DL3I IS TOLD SO AND THE CONVERSATION ENDS; ANY      *
001650* TROUBLE READING THE FILE REFUSES TOO.  EACH SESSION'S START   *
001660* AND END, AND EVERY REFUSAL, IS LOGGED TO THE TBLACCL ACCESS   *
001670* LOG FOR THE DL740 MONTHLY ACCESS REPORT - A SESSION THAT      *
001680* CANNOT BE LOGGED IS NOT STARTED.                              *
001690*                                                               *
001700* MODIFICATION HISTORY                                          *
001800* ---------------------------------------------------------     *
001900* 08/09/2026  RS   ORIGINAL PROGRAM.                            *
002100*                  ACTUAL SIZE OF DL300-SCREEN-AREA, AND THE    *
002200*                  COMMAREA LENGTH ON RETURN TO MATCH THE       *
002300*                  HALFWORD SIZE OF DL300-CURRENT-IDX.          *
002310* 10/15/2026  RS   OPERATOR AUTHORITY CHECK AGAINST TBLOPER ON  *
002320*                  EVERY PASS; SESSION START, SESSION END AND   *
002330*                  REFUSALS LOGGED TO TBLACCL. THE COMMAREA NOW *
002340*                  ALSO CARRIES THE HIGHEST ENTRY SHOWN AND THE *
002350*                  SCREEN COUNT FOR THE SESSION-END RECORD      *
002360*                  (LENGTH 6).                                  *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003200 COPY DFHAID.
003300
003400 COPY "dl100ck.cpy".
003420
003440 COPY "dl620op.cpy".
003460
003480 COPY "dl300al.cpy".
003500
003600 01  DL300-TOTAL-COUNT              PIC 9(04) COMP VALUE ZERO.
003700 01  DL300-COMMAREA-DATA.
003720     05  DL300-CURRENT-IDX          PIC 9(04) COMP VALUE 1.
003740     05  DL300-HIGH-IDX             PIC 9(04) COMP VALUE ZERO.
003760     05  DL300-SCREEN-CTR           PIC 9(04) COMP VALUE ZERO.
003800 01  DL300-LINE-IDX                 PIC 9(04) COMP.
003900 01  DL300-RESP                     PIC S9(08) COMP.
003902 01  DL300-LAST-IDX                 PIC 9(04) COMP.
003904 01  DL300-USERID                   PIC X(08) VALUE SPACES.
003906 01  DL300-ABSTIME                  PIC S9(15) COMP-3.
003908 01  DL300-NOW-DATE                 PIC X(08).
003910 01  DL300-NOW-TIME                 PIC X(06).
003914
003916 01  DL300-DENY-MSG.
003918     05  FILLER                     PIC X(13) VALUE
003920             'DL300 - USER '.
003922     05  DL300-DENY-USERID          PIC X(08).
003924     05  DL300-DENY-TEXT            PIC X(59) VALUE
003926             ' NOT AUTHORIZED FOR TABLE INQUIRY'.
003928     05  FILLER                     PIC X(09) VALUE
003929             'REASON: '.
003930     05  DL300-DENY-REASON          PIC X(40).
003931 01  DL300-DENY-LENGTH              PIC S9(04) COMP VALUE +129.
003932
003933 01  DL300-START-DETAIL.
003934     05  FILLER                     PIC X(15) VALUE
003936             'ENTRIES LOADED '.
003938     05  DL300-START-COUNT          PIC ZZZ9.
003940     05  FILLER                     PIC X(21) VALUE SPACES.
003942
003944 01  DL300-END-DETAIL.
003946     05  FILLER                     PIC X(18) VALUE
003948             'ENTRIES VIEWED TO '.
003950     05  DL300-END-HIGH             PIC ZZZ9.
003952     05  FILLER                     PIC X(04) VALUE ' IN '.
003954     05  DL300-END-SCREENS          PIC ZZZ9.
003956     05  FILLER                     PIC X(10) VALUE ' SCREENS'.
004000
004100 01  DL300-RECEIVE-FIELDS.
004200     05  DL300-INPUT-LINE           PIC X(80).
006300 01  DL300-SCREEN-LENGTH            PIC S9(04) COMP VALUE +477.
006400
006500 LINKAGE SECTION.
006600 01  DFHCOMMAREA.
006620     05  DFH-CURRENT-IDX            PIC 9(04) COMP.
006640     05  DFH-HIGH-IDX               PIC 9(04) COMP.
006660     05  DFH-SCREEN-CTR             PIC 9(04) COMP.
006700
006800 PROCEDURE DIVISION.
006900*****************************************************************
007000* 0000-MAINLINE                                                 *
007100*****************************************************************
007200 0000-MAINLINE.
007300     PERFORM 1000-CHECK-AUTHORITY THRU 1000-EXIT
007400     IF EIBCALEN = 0
007420         MOVE 1 TO DL300-CURRENT-IDX
007440         MOVE ZERO TO DL300-HIGH-IDX
007460         MOVE ZERO TO DL300-SCREEN-CTR
007500     ELSE
007600         MOVE DFHCOMMAREA TO DL300-COMMAREA-DATA
007700         PERFORM 2500-RECEIVE-USER-INPUT THRU 2500-EXIT
007800         PERFORM 2600-APPLY-PAGING-KEY THRU 2600-EXIT
007900     END-IF
008000     PERFORM 3000-READ-CONTROL-RECORD THRU 3000-EXIT
008020     IF EIBCALEN = 0
008040         PERFORM 7100-LOG-SESSION-START THRU 7100-EXIT
008060     END-IF
008100     PERFORM 2000-BUILD-AND-SEND-SCREEN THRU 2000-EXIT
008200     PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT.
008300
008301*****************************************************************
008302* 1000-CHECK-AUTHORITY - THE SIGNED-ON OPERATOR MUST HAVE AN    *
008303* ACTIVE TBLOPER RECORD WITH AT LEAST INQUIRY RIGHT FOR DL3I.   *
008304* ANYTHING ELSE - INCLUDING A FILE ERROR - REFUSES THE PASS.    *
008305*****************************************************************
008306 1000-CHECK-AUTHORITY.
008307     MOVE SPACES TO DL300-USERID
008308     EXEC CICS ASSIGN
008309         USERID(DL300-USERID)
008310         RESP(DL300-RESP)
008311     END-EXEC
008312     IF DL300-RESP NOT = DFHRESP(NORMAL)
008313         MOVE 'SIGN-ON USER ID NOT AVAILABLE'
008314             TO DL300-DENY-REASON
008315         PERFORM 1100-REFUSE-OPERATOR THRU 1100-EXIT
008316     END-IF
008317     MOVE DL300-USERID TO DL620-OPER-USERID
008318     EXEC CICS READ FILE('TBLOPER')
008319         INTO(DL620-OPER-RECORD)
008320         RIDFLD(DL620-OPER-USERID)
008321         RESP(DL300-RESP)
008322     END-EXEC
008323     EVALUATE TRUE
008324         WHEN DL300-RESP = DFHRESP(NOTFND)
008325             MOVE 'NO OPERATOR AUTHORITY RECORD'
008326                 TO DL300-DENY-REASON
008327         WHEN DL300-RESP NOT = DFHRESP(NORMAL)
008328             MOVE 'OPERATOR AUTHORITY FILE UNAVAILABLE'
008329                 TO DL300-DENY-REASON
008330         WHEN NOT DL620-OPER-ACTIVE
008331             MOVE 'OPERATOR REVOKED' TO DL300-DENY-REASON
008332         WHEN NOT DL620-OPER-DL3I-INQUIRY
008333             MOVE 'NO TABLE INQUIRY RIGHT' TO DL300-DENY-REASON
008334         WHEN OTHER
008335             GO TO 1000-EXIT
008336     END-EVALUATE
008337     PERFORM 1100-REFUSE-OPERATOR THRU 1100-EXIT.
008338 1000-EXIT.
008339     EXIT.
008340
008341*****************************************************************
008342* 1100-REFUSE-OPERATOR - TELL THE OPERATOR WHY, LOG THE REFUSAL *
008343* WITH ITS REASON, AND END THE CONVERSATION WITHOUT A NEXT      *
008345* TRANSID                                                       *
008347*****************************************************************
008349 1100-REFUSE-OPERATOR.
008351     MOVE DL300-USERID TO DL300-DENY-USERID
008353     EXEC CICS SEND TEXT
008355         FROM(DL300-DENY-MSG)
008357         LENGTH(DL300-DENY-LENGTH)
008359         ERASE
008361     END-EXEC
008363     MOVE 'DENIED' TO DL300-ACCL-EVENT
008365     MOVE DL300-DENY-REASON TO DL300-ACCL-DETAIL
008367     PERFORM 7000-WRITE-ACCESS-LOG THRU 7000-EXIT
008369     EXEC CICS RETURN
008371     END-EXEC.
008373 1100-EXIT.
008375     EXIT.
008377
008400*****************************************************************
008500* 2000-BUILD-AND-SEND-SCREEN - FORMAT TEN DETAIL LINES STARTING *
008600* AT DL300-CURRENT-IDX AND SEND THEM TO THE TERMINAL            *
009000     PERFORM 2100-FORMAT-ONE-LINE THRU 2100-EXIT
009100         VARYING DL300-LINE-IDX FROM 1 BY 1
009200         UNTIL DL300-LINE-IDX > 10
009205     IF DL300-SCREEN-CTR < 9999
009210         ADD 1 TO DL300-SCREEN-CTR
009215     END-IF
009220     COMPUTE DL300-LAST-IDX = DL300-CURRENT-IDX + 9
009225     IF DL300-LAST-IDX > DL300-TOTAL-COUNT
009230         MOVE DL300-TOTAL-COUNT TO DL300-LAST-IDX
009235     END-IF
009240     IF DL300-LAST-IDX > DL300-HIGH-IDX
009245         MOVE DL300-LAST-IDX TO DL300-HIGH-IDX
009250     END-IF
009300     EXEC CICS SEND TEXT
009400         FROM(DL300-SCREEN-AREA)
009500         LENGTH(DL300-SCREEN-LENGTH)
019200 3000-EXIT.
019300     EXIT.
019400
019402*****************************************************************
019404* 7000-WRITE-ACCESS-LOG - ONE TBLACCL RECORD FOR THE EVENT AND  *
019406* DETAIL THE CALLER SET, STAMPED WITH THE DATE, TIME, TASK,     *
019408* OPERATOR AND TERMINAL                                         *
019410*****************************************************************
019412 7000-WRITE-ACCESS-LOG.
019414     EXEC CICS ASKTIME
019416         ABSTIME(DL300-ABSTIME)
019418     END-EXEC
019420     EXEC CICS FORMATTIME
019422         ABSTIME(DL300-ABSTIME)
019424         YYYYMMDD(DL300-NOW-DATE)
019426         TIME(DL300-NOW-TIME)
019428     END-EXEC
019430     MOVE DL300-NOW-DATE TO DL300-ACCL-DATE
019432     MOVE DL300-NOW-TIME TO DL300-ACCL-TIME
019434     MOVE EIBTASKN       TO DL300-ACCL-TASK
019436     MOVE 1              TO DL300-ACCL-SEQ
019438     MOVE DL300-USERID   TO DL300-ACCL-USERID
019440     MOVE EIBTRMID       TO DL300-ACCL-TERMID
019442     MOVE EIBTRNID       TO DL300-ACCL-TRANSID
019444     EXEC CICS WRITE FILE('TBLACCL')
019446         FROM(DL300-ACCL-RECORD)
019448         RIDFLD(DL300-ACCL-KEY)
019450         RESP(DL300-RESP)
019452     END-EXEC.
019454 7000-EXIT.
019456     EXIT.
019458
019460*****************************************************************
019462* 7100-LOG-SESSION-START - A NEW SESSION IS LOGGED WITH THE     *
019464* SIZE OF THE TABLE IT OPENED ON.  IF THE LOG CANNOT BE WRITTEN *
019466* THE SESSION IS REFUSED RATHER THAN RUN UNRECORDED.            *
019468*****************************************************************
019470 7100-LOG-SESSION-START.
019472     MOVE 'SESS-START' TO DL300-ACCL-EVENT
019474     MOVE DL300-TOTAL-COUNT TO DL300-START-COUNT
019476     MOVE DL300-START-DETAIL TO DL300-ACCL-DETAIL
019478     PERFORM 7000-WRITE-ACCESS-LOG THRU 7000-EXIT
019480     IF DL300-RESP NOT = DFHRESP(NORMAL)
019482         MOVE ' REFUSED - INQUIRY SESSION NOT STARTED'
019483             TO DL300-DENY-TEXT
019484         MOVE 'ACCESS LOG UNAVAILABLE' TO DL300-DENY-REASON
019485         PERFORM 1100-REFUSE-OPERATOR THRU 1100-EXIT
019486     END-IF.
019488 7100-EXIT.
019490     EXIT.
019492
019500*****************************************************************
019600* 9000-RETURN-TRANSID - GIVE UP CONTROL UNTIL THE NEXT KEY,      *
019700* CARRYING THE CURRENT INDEX AND THE SESSION'S HIGHEST ENTRY    *
019750* AND SCREEN COUNT FORWARD IN THE COMMAREA                      *
019800*****************************************************************
019900 9000-RETURN-TRANSID.
020000     EXEC CICS RETURN
020100         TRANSID('DL3I')
020200         COMMAREA(DL300-COMMAREA-DATA)
020300         LENGTH(6)
020400     END-EXEC.
020500 9000-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900* 9900-END-SESSION - OPERATOR PRESSED PF3/CLEAR, CLOSE THE      *
021000* CONVERSATION, LOGGING HOW FAR THE SESSION PAGED               *
021100*****************************************************************
021200 9900-END-SESSION.
021210     MOVE 'SESS-END' TO DL300-ACCL-EVENT
021220     MOVE DL300-HIGH-IDX TO DL300-END-HIGH
021230     MOVE DL300-SCREEN-CTR TO DL300-END-SCREENS
021240     MOVE DL300-END-DETAIL TO DL300-ACCL-DETAIL
021250     PERFORM 7000-WRITE-ACCESS-LOG THRU 7000-EXIT
021300     EXEC CICS SEND TEXT
021400         FROM('DL100 TABLE INQUIRY - SESSION ENDED')
021500         LENGTH(35)

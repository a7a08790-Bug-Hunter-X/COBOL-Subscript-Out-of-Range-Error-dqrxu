000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL320.
000300 AUTHOR.        R SHAUGHNESSY.
000400 INSTALLATION.  DAILY PROCESSING - OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DL320 - LARGE-ITEM RELEASE TRANSACTION                        *
000900*                                                               *
001000* PSEUDO-CONVERSATIONAL CICS TRANSACTION, IN THE STYLE OF       *
001100* DL310, THAT LETS A SUPERVISOR PAGE THROUGH THE ADDS DL100     *
001200* HELD ON THE TBLHELD HELD-ITEMS FILE FOR BEING OVER THEIR      *
001300* KEY'S SINGLE-ITEM LIMIT (DL600 LIMIT CARD) AND RELEASE OR     *
001400* DECLINE EACH ONE.  PF7/PF8 PAGE BACKWARD/FORWARD BY ONE HELD  *
001500* ITEM; TYPING R IN COLUMN 1 AND PRESSING ENTER RELEASES THE    *
001600* ITEM, TYPING D DECLINES IT (AN OPTIONAL REASON IN COLUMNS     *
001700* 3-40 REPLACES THE STANDARD ONE); PF3 OR CLEAR ENDS THE        *
001800* SESSION.  THE SESSION OPENS ON THE OLDEST ITEM STILL HELD.    *
001900*                                                               *
002000* A RELEASED ITEM IS QUEUED TO TBLRSUB FOR THE NEXT DL100 RUN   *
002100* (OR ITS NEXT INTRADAY CUT) WITH THE RELEASE MARK IN THE LAST  *
002200* BYTE OF THE BODY, SO DL100 DOES NOT HOLD IT A SECOND TIME.  A *
002300* DECLINED ITEM GOES TO THE TBLREPR REPAIR QUEUE AS AN OPEN     *
002400* REJECT CARRYING ITS OWN REASON, WHERE DL310 CAN TAKE IT UP    *
002500* LIKE ANY OTHER.  EITHER WAY THE ITEM TAKES THE NEXT REPAIR    *
002600* QUEUE NUMBER (A RELEASE IS LOGGED THERE ALREADY REPAIRED) SO  *
002700* ITS TBLRSUB KEY CANNOT MEET A DL310 REPAIR, AND THE ACTION IS *
002800* IMAGED TO THE ONLINE AUDIT FILE (TBLAUDO) UNDER THAT NUMBER.  *
002900*                                                               *
002910* EVERY PASS FIRST CHECKS THE SIGNED-ON CICS USER ID ON THE     *
002920* TBLOPER OPERATOR AUTHORITY FILE, AS DL300 DOES.  INQUIRY OR   *
002930* REPAIR RIGHT FOR DL3H LETS THE OPERATOR PAGE THE HELD ITEMS;  *
002940* ONLY SUPERVISOR RIGHT CAN RELEASE OR DECLINE ONE.  REFUSALS   *
002950* ARE LOGGED TO THE TBLACCL ACCESS LOG, AND EVERY TBLAUDO IMAGE *
002960* CARRIES THE OPERATOR ID.                                      *
002970*                                                               *
003000* MODIFICATION HISTORY                                          *
003100* ---------------------------------------------------------     *
003200* 10/15/2026  RS   ORIGINAL PROGRAM.                            *
003210* 10/15/2026  RS   OPERATOR AUTHORITY CHECK AGAINST TBLOPER ON  *
003220*                  EVERY PASS, SUPERVISOR RIGHT REQUIRED TO     *
003230*                  RELEASE OR DECLINE, REFUSALS LOGGED TO       *
003240*                  TBLACCL, AND OPERATOR ID STAMPED ON THE      *
003250*                  TBLAUDO IMAGES.                              *
003260* 10/15/2026  RS   A FAILED TBLHELD REWRITE AFTER THE ITEM IS   *
003270*                  QUEUED IS NOW AUDITED AS HOLD-NOMK AND       *
003280*                  REPORTED TO THE SUPERVISOR, SO THE ITEM IS   *
003290*                  NOT RELEASED OR DECLINED A SECOND TIME.      *
003292* 10/15/2026  RS   7000-WRITE-ACCESS-LOG MOVED AHEAD OF         *
003294*                  8000-WRITE-AUDIT-IMAGE.                      *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800
003900 DATA DIVISION.
004000 WORKING-STORAGE SECTION.
004100 COPY DFHAID.
004200
004300 COPY "dl100hd.cpy".
004400
004500 COPY "dl100rp.cpy".
004600
004700 COPY "dl100rs.cpy".
004720
004740 COPY "dl620op.cpy".
004760
004780 COPY "dl300al.cpy".
004800
004900 01  DL320-CURRENT-KEY              PIC 9(06) COMP VALUE 1.
005000 01  DL320-QUEUE-KEY                PIC 9(04) VALUE ZERO.
005100 01  DL320-RPR-BROWSE-KEY           PIC X(04).
005200 01  DL320-TODAY                    PIC X(08).
005300 01  DL320-ABSTIME                  PIC S9(15) COMP-3.
005320 01  DL320-NOW-DATE                 PIC X(08).
005340 01  DL320-NOW-TIME                 PIC X(06).
005360 01  DL320-USERID                   PIC X(08) VALUE SPACES.
005400 01  DL320-RESP                     PIC S9(08) COMP.
005500 01  DL320-RESP2                    PIC S9(08) COMP.
005600 01  DL320-ACTION                   PIC X(01).
005700     88  DL320-ACTION-RELEASE                  VALUE 'R'.
005800     88  DL320-ACTION-DECLINE                  VALUE 'D'.
005900 01  DL320-RECORD-HELD-SW           PIC X(01) VALUE 'N'.
006000     88  DL320-RECORD-HELD                     VALUE 'Y'.
006100 01  DL320-BROWSE-DONE-SW           PIC X(01) VALUE 'N'.
006200     88  DL320-BROWSE-DONE                     VALUE 'Y'.
006300 01  DL320-FIRST-FOUND-SW           PIC X(01) VALUE 'N'.
006400     88  DL320-FIRST-FOUND                     VALUE 'Y'.
006500 01  DL320-QUEUE-KEY-SW             PIC X(01) VALUE 'N'.
006600     88  DL320-QUEUE-KEY-OK                    VALUE 'Y'.
006605
006610 01  DL320-DENY-MSG.
006615     05  FILLER                     PIC X(13) VALUE
006620             'DL320 - USER '.
006625     05  DL320-DENY-USERID          PIC X(08).
006630     05  FILLER                     PIC X(59) VALUE
006635             ' NOT AUTHORIZED FOR LARGE-ITEM RELEASE'.
006640     05  FILLER                     PIC X(09) VALUE
006645             'REASON: '.
006650     05  DL320-DENY-REASON          PIC X(40).
006655 01  DL320-DENY-LENGTH              PIC S9(04) COMP VALUE +129.
006660
006665 01  DL320-ACT-DENY-DETAIL.
006670     05  FILLER                     PIC X(13) VALUE
006675             'HELD ITEM NO '.
006680     05  DL320-ADD-KEY              PIC ZZZZZ9.
006685     05  FILLER                     PIC X(21) VALUE
006690             ' - NOT A SUPERVISOR'.
006700
006800 01  DL320-RECEIVE-FIELDS.
006900     05  DL320-INPUT-LINE           PIC X(80).
007000     05  DL320-INPUT-LENGTH         PIC S9(04) COMP VALUE 80.
007100
007200 01  DL320-MSG-WORK.
007300     05  DL320-MSG-TEXT             PIC X(40).
007400     05  DL320-MSG-KEY              PIC ZZZ9.
007500     05  FILLER                     PIC X(16) VALUE SPACES.
007600
007700 COPY "dl310ao.cpy".
007800
007900 01  DL320-SCREEN-AREA.
008000     05  DL320-HDG-LINE.
008100         10  FILLER                 PIC X(19) VALUE
008200                 'DL100 HELD ITEM NO '.
008300         10  DL320-HDG-KEY          PIC ZZZZZ9.
008400         10  FILLER                 PIC X(09) VALUE
008500                 ' STATUS: '.
008600         10  DL320-HDG-STATUS       PIC X(10).
008700     05  DL320-HOLD-LINE.
008800         10  FILLER                 PIC X(09) VALUE
008900                 'HELD ON: '.
009000         10  DL320-HLD-DATE         PIC X(08).
009100         10  FILLER                 PIC X(08) VALUE
009200                 ' LIMIT: '.
009300         10  DL320-HLD-LIMIT        PIC ZZZZZZZZ9.
009400         10  FILLER                 PIC X(08) VALUE
009500                 ' QUEUE: '.
009600         10  DL320-HLD-QUEUE        PIC ZZZ9.
009700     05  DL320-BODY-LINE.
009800         10  FILLER                 PIC X(08) VALUE
009900                 'RECORD: '.
010000         10  DL320-BDY-KEY          PIC X(10).
010100         10  FILLER                 PIC X(01) VALUE SPACE.
010200         10  DL320-BDY-DATE         PIC X(08).
010300         10  FILLER                 PIC X(01) VALUE SPACE.
010400         10  DL320-BDY-AMOUNT       PIC X(09).
010500         10  FILLER                 PIC X(01) VALUE SPACE.
010600         10  DL320-BDY-TXN          PIC X(01).
010700     05  DL320-MSG-LINE             PIC X(60).
010800     05  DL320-TRAILER-LINE.
010900         10  FILLER                 PIC X(51) VALUE
011000             'R=RELEASE D=DECLINE (REASON COLS 3-40) THEN ENTER'.
011100         10  FILLER                 PIC X(28) VALUE
011200             '  PF7/PF8=PAGE  PF3=END'.
011300
011400 01  DL320-SCREEN-LENGTH            PIC S9(04) COMP VALUE +268.
011500
011600 LINKAGE SECTION.
011700 01  DFHCOMMAREA                    PIC 9(06) COMP.
011800
011900 PROCEDURE DIVISION.
012000*****************************************************************
012100* 0000-MAINLINE                                                 *
012200*****************************************************************
012300 0000-MAINLINE.
012350     PERFORM 1000-CHECK-AUTHORITY THRU 1000-EXIT
012400     MOVE SPACES TO DL320-MSG-LINE
012500     IF EIBCALEN = 0
012600         PERFORM 3100-FIND-FIRST-HELD THRU 3100-EXIT
012700     ELSE
012800         MOVE DFHCOMMAREA TO DL320-CURRENT-KEY
012900         PERFORM 2500-RECEIVE-USER-INPUT THRU 2500-EXIT
013000         PERFORM 2600-APPLY-AID-KEY THRU 2600-EXIT
013100     END-IF
013200     PERFORM 3000-READ-HELD-RECORD THRU 3000-EXIT
013300     PERFORM 2000-BUILD-AND-SEND-SCREEN THRU 2000-EXIT
013400     PERFORM 9000-RETURN-TRANSID THRU 9000-EXIT.
013500
013501*****************************************************************
013502* 1000-CHECK-AUTHORITY - THE SIGNED-ON OPERATOR MUST HAVE AN    *
013503* ACTIVE TBLOPER RECORD WITH AT LEAST INQUIRY RIGHT FOR DL3H.   *
013504* ANYTHING ELSE - INCLUDING A FILE ERROR - REFUSES THE PASS.    *
013505*****************************************************************
013506 1000-CHECK-AUTHORITY.
013507     MOVE SPACES TO DL320-USERID
013508     EXEC CICS ASSIGN
013509         USERID(DL320-USERID)
013510         RESP(DL320-RESP)
013511     END-EXEC
013512     IF DL320-RESP NOT = DFHRESP(NORMAL)
013513         MOVE 'SIGN-ON USER ID NOT AVAILABLE'
013514             TO DL320-DENY-REASON
013515         PERFORM 1100-REFUSE-OPERATOR THRU 1100-EXIT
013516     END-IF
013517     MOVE DL320-USERID TO DL620-OPER-USERID
013518     EXEC CICS READ FILE('TBLOPER')
013519         INTO(DL620-OPER-RECORD)
013520         RIDFLD(DL620-OPER-USERID)
013521         RESP(DL320-RESP)
013522     END-EXEC
013523     EVALUATE TRUE
013524         WHEN DL320-RESP = DFHRESP(NOTFND)
013525             MOVE 'NO OPERATOR AUTHORITY RECORD'
013526                 TO DL320-DENY-REASON
013527         WHEN DL320-RESP NOT = DFHRESP(NORMAL)
013528             MOVE 'OPERATOR AUTHORITY FILE UNAVAILABLE'
013529                 TO DL320-DENY-REASON
013530         WHEN NOT DL620-OPER-ACTIVE
013531             MOVE 'OPERATOR REVOKED' TO DL320-DENY-REASON
013532         WHEN NOT DL620-OPER-DL3H-INQUIRY
013533             MOVE 'NO LARGE-ITEM RELEASE RIGHT'
013534                 TO DL320-DENY-REASON
013535         WHEN OTHER
013536             GO TO 1000-EXIT
013537     END-EVALUATE
013538     PERFORM 1100-REFUSE-OPERATOR THRU 1100-EXIT.
013539 1000-EXIT.
013540     EXIT.
013541
013542*****************************************************************
013543* 1100-REFUSE-OPERATOR - TELL THE OPERATOR WHY, LOG THE REFUSAL *
013544* WITH ITS REASON, AND END THE CONVERSATION WITHOUT A NEXT      *
013545* TRANSID                                                       *
013546*****************************************************************
013547 1100-REFUSE-OPERATOR.
013548     MOVE DL320-USERID TO DL320-DENY-USERID
013549     EXEC CICS SEND TEXT
013550         FROM(DL320-DENY-MSG)
013551         LENGTH(DL320-DENY-LENGTH)
013552         ERASE
013553     END-EXEC
013554     MOVE 'DENIED' TO DL300-ACCL-EVENT
013555     MOVE DL320-DENY-REASON TO DL300-ACCL-DETAIL
013556     PERFORM 7000-WRITE-ACCESS-LOG THRU 7000-EXIT
013557     EXEC CICS RETURN
013558     END-EXEC.
013559 1100-EXIT.
013560     EXIT.
013561
013600*****************************************************************
013700* 2000-BUILD-AND-SEND-SCREEN - FORMAT THE CURRENT HELD ITEM AND *
013800* SEND IT TO THE TERMINAL                                       *
013900*****************************************************************
014000 2000-BUILD-AND-SEND-SCREEN.
014100     MOVE DL320-CURRENT-KEY TO DL320-HDG-KEY
014200     IF DL320-RECORD-HELD
014300         EVALUATE TRUE
014400             WHEN DL100-HELD-IS-HELD
014500                 MOVE 'HELD      ' TO DL320-HDG-STATUS
014600             WHEN DL100-HELD-IS-RELEASED
014700                 MOVE 'RELEASED  ' TO DL320-HDG-STATUS
014800             WHEN OTHER
014900                 MOVE 'DECLINED  ' TO DL320-HDG-STATUS
015000         END-EVALUATE
015100         MOVE DL100-HELD-DATE       TO DL320-HLD-DATE
015200         MOVE DL100-HELD-LIMIT      TO DL320-HLD-LIMIT
015300         MOVE DL100-HELD-QUEUE-KEY  TO DL320-HLD-QUEUE
015400         MOVE DL100-HELD-BDY-KEY    TO DL320-BDY-KEY
015500         MOVE DL100-HELD-BDY-DATE   TO DL320-BDY-DATE
015600         MOVE DL100-HELD-BDY-AMOUNT TO DL320-BDY-AMOUNT
015700         MOVE DL100-HELD-BDY-TXN    TO DL320-BDY-TXN
015800     ELSE
015900         MOVE 'NOT FOUND ' TO DL320-HDG-STATUS
016000         MOVE SPACES TO DL320-HLD-DATE
016100         MOVE ZERO   TO DL320-HLD-LIMIT
016200         MOVE ZERO   TO DL320-HLD-QUEUE
016300         MOVE SPACES TO DL320-BDY-KEY
016400         MOVE SPACES TO DL320-BDY-DATE
016500         MOVE SPACES TO DL320-BDY-AMOUNT
016600         MOVE SPACES TO DL320-BDY-TXN
016700     END-IF
016800     EXEC CICS SEND TEXT
016900         FROM(DL320-SCREEN-AREA)
017000         LENGTH(DL320-SCREEN-LENGTH)
017100         ERASE
017200     END-EXEC.
017300 2000-EXIT.
017400     EXIT.
017500
017600*****************************************************************
017700* 2500-RECEIVE-USER-INPUT - CAPTURE THE AID KEY AND ANY TYPED   *
017800* ACTION FROM THE PRIOR SCREEN                                  *
017900*****************************************************************
018000 2500-RECEIVE-USER-INPUT.
018100     MOVE SPACES TO DL320-INPUT-LINE
018200     MOVE 80 TO DL320-INPUT-LENGTH
018300     EXEC CICS RECEIVE
018400         INTO(DL320-INPUT-LINE)
018500         LENGTH(DL320-INPUT-LENGTH)
018600         NOHANDLE
018700     END-EXEC.
018800 2500-EXIT.
018900     EXIT.
019000
019100*****************************************************************
019200* 2600-APPLY-AID-KEY - PAGE, RELEASE/DECLINE, OR END ACCORDING  *
019300* TO THE KEY THE OPERATOR PRESSED                               *
019400*****************************************************************
019500 2600-APPLY-AID-KEY.
019600     EVALUATE TRUE
019700         WHEN EIBAID = DFHPF7
019800             IF DL320-CURRENT-KEY > 1
019900                 SUBTRACT 1 FROM DL320-CURRENT-KEY
020000             END-IF
020100         WHEN EIBAID = DFHPF8
020200             ADD 1 TO DL320-CURRENT-KEY
020300         WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
020400             PERFORM 9900-END-SESSION THRU 9900-EXIT
020500             GO TO 2600-EXIT
020600         WHEN EIBAID = DFHENTER
020700             PERFORM 4000-APPLY-ACTION THRU 4000-EXIT
020800         WHEN OTHER
020900             CONTINUE
021000     END-EVALUATE.
021100 2600-EXIT.
021200     EXIT.
021300
021400*****************************************************************
021500* 3000-READ-HELD-RECORD - FETCH THE CURRENT HELD ITEM FOR       *
021600* DISPLAY.  NOT-FOUND IS A NORMAL CONDITION (PAGED PAST THE     *
021700* NEWEST ITEM, OR BEHIND THE OLDEST ONE HOUSEKEEPING KEPT).     *
021800*****************************************************************
021900 3000-READ-HELD-RECORD.
022000     MOVE 'N' TO DL320-RECORD-HELD-SW
022100     MOVE DL320-CURRENT-KEY TO DL100-HELD-KEY
022200     EXEC CICS READ FILE('TBLHELD')
022300         INTO(DL100-HELD-RECORD)
022400         RIDFLD(DL100-HELD-KEY)
022500         RESP(DL320-RESP)
022600     END-EXEC
022700     IF DL320-RESP = DFHRESP(NORMAL)
022800         MOVE 'Y' TO DL320-RECORD-HELD-SW
022900     END-IF.
023000 3000-EXIT.
023100     EXIT.
023200
023300*****************************************************************
023400* 3100-FIND-FIRST-HELD - A NEW SESSION OPENS ON THE OLDEST ITEM *
023500* STILL WAITING FOR A DECISION.  TBLHELD KEEPS ITS HISTORY      *
023600* ACROSS DAYS, SO STARTING AT NUMBER 1 WOULD MEAN PAGING PAST   *
023700* EVERY ITEM EVER RELEASED OR DECLINED.  WITH NOTHING WAITING   *
023800* THE SESSION OPENS ON NUMBER 1 WITH A MESSAGE.                 *
023900*****************************************************************
024000 3100-FIND-FIRST-HELD.
024100     MOVE 1 TO DL320-CURRENT-KEY
024200     MOVE 'N' TO DL320-FIRST-FOUND-SW
024300     MOVE ZERO TO DL100-HELD-KEY
024400     EXEC CICS STARTBR FILE('TBLHELD')
024500         RIDFLD(DL100-HELD-KEY)
024600         GTEQ
024700         RESP(DL320-RESP)
024800     END-EXEC
024900     IF DL320-RESP NOT = DFHRESP(NORMAL)
025000         MOVE 'NO ITEMS ARE WAITING FOR RELEASE'
025100             TO DL320-MSG-LINE
025200         GO TO 3100-EXIT
025300     END-IF
025400     MOVE 'N' TO DL320-BROWSE-DONE-SW
025500     PERFORM 3150-READ-NEXT-HELD THRU 3150-EXIT
025600         UNTIL DL320-BROWSE-DONE
025700     EXEC CICS ENDBR FILE('TBLHELD')
025800         RESP(DL320-RESP)
025900     END-EXEC
026000     IF NOT DL320-FIRST-FOUND
026100         MOVE 'NO ITEMS ARE WAITING FOR RELEASE'
026200             TO DL320-MSG-LINE
026300     END-IF.
026400 3100-EXIT.
026500     EXIT.
026600
026700*****************************************************************
026800* 3150-READ-NEXT-HELD                                           *
026900*****************************************************************
027000 3150-READ-NEXT-HELD.
027100     EXEC CICS READNEXT FILE('TBLHELD')
027200         INTO(DL100-HELD-RECORD)
027300         RIDFLD(DL100-HELD-KEY)
027400         RESP(DL320-RESP)
027500     END-EXEC
027600     IF DL320-RESP NOT = DFHRESP(NORMAL)
027700         MOVE 'Y' TO DL320-BROWSE-DONE-SW
027800         GO TO 3150-EXIT
027900     END-IF
028000     IF DL100-HELD-IS-HELD
028100         MOVE DL100-HELD-KEY TO DL320-CURRENT-KEY
028200         MOVE 'Y' TO DL320-FIRST-FOUND-SW
028300         MOVE 'Y' TO DL320-BROWSE-DONE-SW
028400     END-IF.
028500 3150-EXIT.
028600     EXIT.
028700
028800*****************************************************************
028900* 4000-APPLY-ACTION - ONLY A SUPERVISOR MAY ACT; ANYONE ELSE IS *
029000* TOLD SO AND THE ATTEMPT IS LOGGED.  READ THE CURRENT HELD     *
029100* ITEM FOR UPDATE AND, IF IT IS STILL WAITING, RELEASE OR       *
029200* DECLINE IT UNDER THE NEXT REPAIR QUEUE NUMBER.  AN ITEM       *
029300* ALREADY ACTED ON IS LEFT ALONE - A SECOND SUPERVISOR ON THE   *
029350* SAME ITEM GETS A MESSAGE, NOT A SECOND QUEUE ENTRY.           *
029400*****************************************************************
029500 4000-APPLY-ACTION.
029600     MOVE DL320-INPUT-LINE(1:1) TO DL320-ACTION
029700     IF NOT DL320-ACTION-RELEASE AND NOT DL320-ACTION-DECLINE
029800         MOVE 'TYPE R TO RELEASE OR D TO DECLINE IN COLUMN 1'
029900             TO DL320-MSG-LINE
030000         GO TO 4000-EXIT
030100     END-IF
030110     IF NOT DL620-OPER-DL3H-SUPERVISOR
030120         MOVE 'SUPERVISOR RIGHT NEEDED TO RELEASE OR DECLINE'
030130             TO DL320-MSG-LINE
030140         MOVE 'DENIED' TO DL300-ACCL-EVENT
030150         MOVE DL320-CURRENT-KEY TO DL320-ADD-KEY
030160         MOVE DL320-ACT-DENY-DETAIL TO DL300-ACCL-DETAIL
030170         PERFORM 7000-WRITE-ACCESS-LOG THRU 7000-EXIT
030180         GO TO 4000-EXIT
030190     END-IF
030200     MOVE DL320-CURRENT-KEY TO DL100-HELD-KEY
030300     EXEC CICS READ FILE('TBLHELD')
030400         INTO(DL100-HELD-RECORD)
030500         RIDFLD(DL100-HELD-KEY)
030600         UPDATE
030700         RESP(DL320-RESP)
030800     END-EXEC
030900     IF DL320-RESP NOT = DFHRESP(NORMAL)
031000         MOVE 'NO HELD ITEM AT THIS NUMBER - NOTHING DONE'
031100             TO DL320-MSG-LINE
031200         GO TO 4000-EXIT
031300     END-IF
031400     IF NOT DL100-HELD-IS-HELD
031500         EXEC CICS UNLOCK FILE('TBLHELD')
031600             RESP(DL320-RESP)
031700         END-EXEC
031800         MOVE 'ITEM ALREADY RELEASED OR DECLINED - NOTHING DONE'
031900             TO DL320-MSG-LINE
032000         GO TO 4000-EXIT
032100     END-IF
032200     PERFORM 4500-NEXT-QUEUE-KEY THRU 4500-EXIT
032300     IF NOT DL320-QUEUE-KEY-OK
032400         EXEC CICS UNLOCK FILE('TBLHELD')
032500             RESP(DL320-RESP)
032600         END-EXEC
032700         GO TO 4000-EXIT
032800     END-IF
032900     PERFORM 4600-GET-TODAY THRU 4600-EXIT
033000     IF DL320-ACTION-RELEASE
033100         PERFORM 4100-RELEASE-ITEM THRU 4100-EXIT
033200     ELSE
033300         PERFORM 4200-DECLINE-ITEM THRU 4200-EXIT
033400     END-IF.
033500 4000-EXIT.
033600     EXIT.
033700
033800*****************************************************************
033900* 4100-RELEASE-ITEM - LOG THE RELEASE ON TBLREPR (ALREADY       *
034000* REPAIRED, SO DL310 SHOWS IT BUT HAS NOTHING TO DO), QUEUE THE *
034100* MARKED BODY TO TBLRSUB FOR THE NEXT RUN, THEN MARK THE HELD   *
034200* ITEM RELEASED AND AUDIT IT.  IF EITHER QUEUE WRITE FAILS THE  *
034300* ITEM STAYS HELD FOR ANOTHER TRY.                              *
034400*****************************************************************
034500 4100-RELEASE-ITEM.
034600     MOVE DL320-QUEUE-KEY TO DL100-RPR-KEY
034700     SET DL100-RPR-IS-REPAIRED TO TRUE
034800     MOVE 'RELEASED FROM LARGE-ITEM HOLD' TO DL100-RPR-REASON
034900     MOVE DL100-HELD-BODY TO DL100-RPR-BODY
035000     MOVE 'L' TO DL100-RPR-BODY(80:1)
035100     EXEC CICS WRITE FILE('TBLREPR')
035200         FROM(DL100-RPR-RECORD)
035300         RIDFLD(DL100-RPR-KEY)
035400         RESP(DL320-RESP)
035500     END-EXEC
035600     IF DL320-RESP NOT = DFHRESP(NORMAL)
035700         EXEC CICS UNLOCK FILE('TBLHELD')
035800             RESP(DL320-RESP)
035900         END-EXEC
036000         MOVE 'REPAIR QUEUE WRITE FAILED - ITEM LEFT ON HOLD'
036100             TO DL320-MSG-LINE
036200         GO TO 4100-EXIT
036300     END-IF
036400     MOVE DL100-RPR-KEY  TO DL100-RSUB-KEY
036500     MOVE DL100-RPR-BODY TO DL100-RSUB-BODY
036600     EXEC CICS WRITE FILE('TBLRSUB')
036700         FROM(DL100-RSUB-RECORD)
036800         RIDFLD(DL100-RSUB-KEY)
036900         RESP(DL320-RESP2)
037000     END-EXEC
037100     IF DL320-RESP2 = DFHRESP(DUPREC)
037200*        A LEFTOVER FROM A RUN THAT NEVER PURGED THE QUEUE - READ
037300*        IT FOR UPDATE AND REPLACE IT, AS DL310 DOES
037400         EXEC CICS READ FILE('TBLRSUB')
037500             INTO(DL100-RSUB-RECORD)
037600             RIDFLD(DL100-RSUB-KEY)
037700             UPDATE
037800             RESP(DL320-RESP2)
037900         END-EXEC
038000         IF DL320-RESP2 = DFHRESP(NORMAL)
038100             MOVE DL100-RPR-BODY TO DL100-RSUB-BODY
038200             EXEC CICS REWRITE FILE('TBLRSUB')
038300                 FROM(DL100-RSUB-RECORD)
038400                 RESP(DL320-RESP2)
038500             END-EXEC
038600         END-IF
038700     END-IF
038800     IF DL320-RESP2 NOT = DFHRESP(NORMAL)
038900         EXEC CICS UNLOCK FILE('TBLHELD')
039000             RESP(DL320-RESP)
039100         END-EXEC
039200         MOVE 'RESUBMIT QUEUE UPDATE FAILED - ITEM LEFT ON HOLD'
039300             TO DL320-MSG-LINE
039400         GO TO 4100-EXIT
039500     END-IF
039600     SET DL100-HELD-IS-RELEASED TO TRUE
039700     MOVE DL320-TODAY     TO DL100-HELD-ACTION-DATE
039800     MOVE DL320-QUEUE-KEY TO DL100-HELD-QUEUE-KEY
039900     EXEC CICS REWRITE FILE('TBLHELD')
040000         FROM(DL100-HELD-RECORD)
040100         RESP(DL320-RESP)
040200     END-EXEC
040205     IF DL320-RESP NOT = DFHRESP(NORMAL)
040210*        THE ITEM IS QUEUED UNDER ITS NUMBER BUT TBLHELD STILL
040215*        SHOWS IT HELD - AUDIT IT AND SAY SO, SO NOBODY ACTS TWICE
040220         EXEC CICS UNLOCK FILE('TBLHELD')
040225             RESP(DL320-RESP2)
040230         END-EXEC
040235         MOVE 'HOLD-NOMK' TO DL310-AUD-EVENT
040240         MOVE DL100-RPR-BODY TO DL310-AUD-IMAGE
040245         PERFORM 8000-WRITE-AUDIT-IMAGE THRU 8000-EXIT
040250         MOVE 'RELEASED BUT HOLD NOT MARKED - QUEUE NO'
040255             TO DL320-MSG-TEXT
040260         MOVE DL320-QUEUE-KEY TO DL320-MSG-KEY
040265         MOVE DL320-MSG-WORK TO DL320-MSG-LINE
040270         GO TO 4100-EXIT
040275     END-IF
040300     MOVE 'HOLD-RLSE' TO DL310-AUD-EVENT
040400     MOVE DL100-RPR-BODY TO DL310-AUD-IMAGE
040500     PERFORM 8000-WRITE-AUDIT-IMAGE THRU 8000-EXIT
040600     MOVE 'RELEASED FOR THE NEXT RUN - QUEUE NO'
040700         TO DL320-MSG-TEXT
040800     MOVE DL320-QUEUE-KEY TO DL320-MSG-KEY
040900     MOVE DL320-MSG-WORK TO DL320-MSG-LINE.
041000 4100-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400* 4200-DECLINE-ITEM - PUT THE ITEM ON THE TBLREPR REPAIR QUEUE  *
041500* AS AN OPEN REJECT WITH THE OPERATOR'S REASON (OR THE STANDARD *
041600* ONE), THEN MARK THE HELD ITEM DECLINED AND AUDIT IT.  THE BODY*
041700* GOES WITHOUT THE RELEASE MARK, SO A REPAIR DL310 QUEUES LATER *
041800* IS HELD AGAIN IF IT IS STILL OVER THE LIMIT.                  *
041900*****************************************************************
042000 4200-DECLINE-ITEM.
042100     MOVE DL320-QUEUE-KEY TO DL100-RPR-KEY
042200     SET DL100-RPR-IS-OPEN TO TRUE
042300     IF DL320-INPUT-LINE(3:38) = SPACES
042400         MOVE 'LARGE ITEM DECLINED BY SUPERVISOR'
042500             TO DL100-RPR-REASON
042600     ELSE
042700         MOVE DL320-INPUT-LINE(3:38) TO DL100-RPR-REASON
042800     END-IF
042900     MOVE DL100-HELD-BODY TO DL100-RPR-BODY
043000     MOVE SPACE TO DL100-RPR-BODY(80:1)
043100     EXEC CICS WRITE FILE('TBLREPR')
043200         FROM(DL100-RPR-RECORD)
043300         RIDFLD(DL100-RPR-KEY)
043400         RESP(DL320-RESP)
043500     END-EXEC
043600     IF DL320-RESP NOT = DFHRESP(NORMAL)
043700         EXEC CICS UNLOCK FILE('TBLHELD')
043800             RESP(DL320-RESP)
043900         END-EXEC
044000         MOVE 'REPAIR QUEUE WRITE FAILED - ITEM LEFT ON HOLD'
044100             TO DL320-MSG-LINE
044200         GO TO 4200-EXIT
044300     END-IF
044400     SET DL100-HELD-IS-DECLINED TO TRUE
044500     MOVE DL320-TODAY     TO DL100-HELD-ACTION-DATE
044600     MOVE DL320-QUEUE-KEY TO DL100-HELD-QUEUE-KEY
044700     EXEC CICS REWRITE FILE('TBLHELD')
044800         FROM(DL100-HELD-RECORD)
044900         RESP(DL320-RESP)
045000     END-EXEC
045005     IF DL320-RESP NOT = DFHRESP(NORMAL)
045010*        THE ITEM IS QUEUED UNDER ITS NUMBER BUT TBLHELD STILL
045015*        SHOWS IT HELD - AUDIT IT AND SAY SO, SO NOBODY ACTS TWICE
045020         EXEC CICS UNLOCK FILE('TBLHELD')
045025             RESP(DL320-RESP2)
045030         END-EXEC
045035         MOVE 'HOLD-NOMK' TO DL310-AUD-EVENT
045040         MOVE DL100-RPR-BODY TO DL310-AUD-IMAGE
045045         PERFORM 8000-WRITE-AUDIT-IMAGE THRU 8000-EXIT
045050         MOVE 'DECLINED BUT HOLD NOT MARKED - QUEUE NO'
045055             TO DL320-MSG-TEXT
045060         MOVE DL320-QUEUE-KEY TO DL320-MSG-KEY
045065         MOVE DL320-MSG-WORK TO DL320-MSG-LINE
045070         GO TO 4200-EXIT
045075     END-IF
045100     MOVE 'HOLD-DECL' TO DL310-AUD-EVENT
045200     MOVE DL100-RPR-BODY TO DL310-AUD-IMAGE
045300     PERFORM 8000-WRITE-AUDIT-IMAGE THRU 8000-EXIT
045400     MOVE 'DECLINED TO THE REPAIR QUEUE - QUEUE NO'
045500         TO DL320-MSG-TEXT
045600     MOVE DL320-QUEUE-KEY TO DL320-MSG-KEY
045700     MOVE DL320-MSG-WORK TO DL320-MSG-LINE.
045800 4200-EXIT.
045900     EXIT.
046000
046100*****************************************************************
046200* 4500-NEXT-QUEUE-KEY - THE NEXT TBLREPR NUMBER IS ONE PAST THE *
046300* HIGHEST ON FILE (BROWSE FROM HIGH-VALUES, READ BACK ONE), OR 1*
046400* ON AN EMPTY QUEUE.  A CONTINUATION RUN SEEDS ITS OWN REJECT   *
046500* NUMBERS PAST THE HIGHEST KEY TOO, SO THE TWO NEVER COLLIDE.   *
046600*****************************************************************
046700 4500-NEXT-QUEUE-KEY.
046800     MOVE 'N' TO DL320-QUEUE-KEY-SW
046900     MOVE 1 TO DL320-QUEUE-KEY
047000     MOVE HIGH-VALUES TO DL320-RPR-BROWSE-KEY
047100     EXEC CICS STARTBR FILE('TBLREPR')
047200         RIDFLD(DL320-RPR-BROWSE-KEY)
047300         RESP(DL320-RESP)
047400     END-EXEC
047500     IF DL320-RESP = DFHRESP(NORMAL)
047600         EXEC CICS READPREV FILE('TBLREPR')
047700             INTO(DL100-RPR-RECORD)
047800             RIDFLD(DL320-RPR-BROWSE-KEY)
047900             RESP(DL320-RESP2)
048000         END-EXEC
048100         IF DL320-RESP2 = DFHRESP(NORMAL)
048200             IF DL100-RPR-KEY NOT < 9999
048300                 EXEC CICS ENDBR FILE('TBLREPR')
048400                     RESP(DL320-RESP)
048500                 END-EXEC
048600                 MOVE 'REPAIR QUEUE IS FULL - ITEM LEFT ON HOLD'
048700                     TO DL320-MSG-LINE
048800                 GO TO 4500-EXIT
048900             END-IF
049000             COMPUTE DL320-QUEUE-KEY = DL100-RPR-KEY + 1
049100         END-IF
049200         EXEC CICS ENDBR FILE('TBLREPR')
049300             RESP(DL320-RESP)
049400         END-EXEC
049500     END-IF
049600     MOVE 'Y' TO DL320-QUEUE-KEY-SW.
049700 4500-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100* 4600-GET-TODAY - TODAY'S DATE AS YYYYMMDD FOR THE HELD ITEM'S *
050200* ACTION DATE, IN THE SAME FORM DL100 STAMPS THE HELD DATE      *
050300*****************************************************************
050400 4600-GET-TODAY.
050500     EXEC CICS ASKTIME
050600         ABSTIME(DL320-ABSTIME)
050700     END-EXEC
050800     EXEC CICS FORMATTIME
050900         ABSTIME(DL320-ABSTIME)
051000         YYYYMMDD(DL320-TODAY)
051100     END-EXEC.
051200 4600-EXIT.
051300     EXIT.
051400
051500*****************************************************************
053504* 7000-WRITE-ACCESS-LOG - ONE TBLACCL RECORD FOR THE EVENT AND  *
053506* DETAIL THE CALLER SET, STAMPED WITH THE DATE, TIME, TASK,     *
053508* OPERATOR AND TERMINAL, AS DL300 WRITES THEM                   *
053510*****************************************************************
053512 7000-WRITE-ACCESS-LOG.
053514     EXEC CICS ASKTIME
053516         ABSTIME(DL320-ABSTIME)
053518     END-EXEC
053520     EXEC CICS FORMATTIME
053522         ABSTIME(DL320-ABSTIME)
053524         YYYYMMDD(DL320-NOW-DATE)
053526         TIME(DL320-NOW-TIME)
053528     END-EXEC
053530     MOVE DL320-NOW-DATE TO DL300-ACCL-DATE
053532     MOVE DL320-NOW-TIME TO DL300-ACCL-TIME
053534     MOVE EIBTASKN       TO DL300-ACCL-TASK
053536     MOVE 1              TO DL300-ACCL-SEQ
053538     MOVE DL320-USERID   TO DL300-ACCL-USERID
053540     MOVE EIBTRMID       TO DL300-ACCL-TERMID
053542     MOVE EIBTRNID       TO DL300-ACCL-TRANSID
053544     EXEC CICS WRITE FILE('TBLACCL')
053546         FROM(DL300-ACCL-RECORD)
053548         RIDFLD(DL300-ACCL-KEY)
053550         RESP(DL320-RESP2)
053552     END-EXEC.
053554 7000-EXIT.
053556     EXIT.
053558
053600*****************************************************************
053602* 8000-WRITE-AUDIT-IMAGE - ONE RELEASE OR DECLINE IMAGE TO THE  *
053604* ONLINE AUDIT FILE, KEYED BY TIMESTAMP, TASK, AND SEQUENCE LIKE*
053606* DL310'S, TIED TO THE REPAIR QUEUE NUMBER THE ITEM TOOK AND    *
053608* STAMPED WITH THE SUPERVISOR WHO ACTED                         *
053610*****************************************************************
053612 8000-WRITE-AUDIT-IMAGE.
053614     MOVE EIBTASKN TO DL310-AUD-TASK
053616     MOVE 1 TO DL310-AUD-SEQ
053618     MOVE DL320-QUEUE-KEY TO DL310-AUD-RPR-KEY
053620     MOVE DL320-USERID TO DL310-AUD-OPERATOR
053622     EXEC CICS ASKTIME
053624     END-EXEC
053626     MOVE EIBDATE  TO DL310-AUD-DATE
053628     MOVE EIBTIME  TO DL310-AUD-TIME
053630     EXEC CICS WRITE FILE('TBLAUDO')
053632         FROM(DL310-AUDIT-RECORD)
053634         RIDFLD(DL310-AUD-KEY)
053636         RESP(DL320-RESP)
053638     END-EXEC.
053640 8000-EXIT.
053642     EXIT.
053644
053646*****************************************************************
053700* 9000-RETURN-TRANSID - GIVE UP CONTROL UNTIL THE NEXT KEY,     *
053800* CARRYING THE CURRENT HELD ITEM NUMBER IN THE COMMAREA         *
053900*****************************************************************
054000 9000-RETURN-TRANSID.
054100     EXEC CICS RETURN
054200         TRANSID('DL3H')
054300         COMMAREA(DL320-CURRENT-KEY)
054400         LENGTH(4)
054500     END-EXEC.
054600 9000-EXIT.
054700     EXIT.
054800
054900*****************************************************************
055000* 9900-END-SESSION - OPERATOR PRESSED PF3/CLEAR, CLOSE THE      *
055100* CONVERSATION                                                  *
055200*****************************************************************
055300 9900-END-SESSION.
055400     EXEC CICS SEND TEXT
055500         FROM('DL100 LARGE-ITEM RELEASE - SESSION ENDED')
055600         LENGTH(40)
055700         ERASE
055800     END-EXEC
055900     EXEC CICS RETURN
056000     END-EXEC.
056100 9900-EXIT.
056200     EXIT.

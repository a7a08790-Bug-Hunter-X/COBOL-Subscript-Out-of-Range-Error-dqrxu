000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL430.
000300 AUTHOR.        R SHAUGHNESSY.
000400 INSTALLATION.  DAILY PROCESSING - OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DL430 - OPEN SETTLEMENT RETURN CASES, AGED                    *
000900*                                                               *
001000* DL410 KEEPS A CASE ON TBLRCAS (DL410RC.CPY) FOR EVERY ITEM    *
001100* SETTLEMENT RETURNS, FOLLOWING IT ROUND THE DL310/TBLRSUB      *
001200* REPAIR LOOP UNTIL IT SETTLES OR IS WRITTEN OFF.  THIS WEEKLY  *
001300* JOB LISTS EVERY CASE STILL UNRESOLVED - WAITING ON REPAIR, OR *
001400* RE-PRESENTED AND WAITING ON SETTLEMENT - WITH HOW MANY        *
001500* BUSINESS DAYS IT HAS BEEN OPEN ON THE DL900 CALENDAR, ITS     *
001600* RETURN AND RE-PRESENTMENT COUNTS, AND EVERY EVENT ON THE CASE *
001700* BENEATH IT.  THE OPEN CASES ARE THEN TOTALLED BY AGE BAND, IN *
001800* BASE-CURRENCY AMOUNT.  SETTLED AND WRITTEN-OFF CASES ARE      *
001900* COUNTED BUT NOT LISTED.                                       *
002000*                                                               *
002100* REPORT IS TBLRCRP.  NO TBLRCAS FILE MEANS DL410 HAS NEVER     *
002200* CASED A RETURN - AN EMPTY LISTING, RETURN CODE 0.             *
002300*                                                               *
002400* MODIFICATION HISTORY                                          *
002500* ---------------------------------------------------------     *
002600* 10/15/2026  RS   ORIGINAL PROGRAM.                            *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.   IBM-370.
003100 OBJECT-COMPUTER.   IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT DL430-RCAS-FILE
003500         ASSIGN TO TBLRCAS
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS DL410-RCAS-KEY
003900         FILE STATUS IS DL430-CASE-STATUS.
004000
004100     SELECT DL430-REPORT-FILE
004200         ASSIGN TO TBLRCRP
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  DL430-RCAS-FILE.
004800 COPY "dl410rc.cpy".
004900
005000 FD  DL430-REPORT-FILE
005100     RECORDING MODE IS F.
005200 01  DL430-REPORT-LINE              PIC X(132).
005300
005400 WORKING-STORAGE SECTION.
005500 77  DL430-CASE-STATUS          PIC X(02) VALUE '00'.
005600 77  DL430-TODAY                PIC 9(08) VALUE ZERO.
005700 77  DL430-DAYS-OPEN            PIC 9(05) VALUE ZERO.
005800 77  DL430-CASE-AMOUNT          PIC 9(09) VALUE ZERO.
005900 77  DL430-EVT-IDX              PIC 9(02) COMP.
006000 77  DL430-BAND-IDX             PIC 9(02) COMP.
006100 77  DL430-BAND-HIT             PIC 9(02) COMP.
006200
006300 77  DL430-OPEN-CTR             PIC 9(06) COMP VALUE ZERO.
006400 77  DL430-AWAITING-CTR         PIC 9(06) COMP VALUE ZERO.
006500 77  DL430-REPRESENTED-CTR      PIC 9(06) COMP VALUE ZERO.
006600 77  DL430-SETTLED-CTR          PIC 9(06) COMP VALUE ZERO.
006700 77  DL430-WRITTEN-OFF-CTR      PIC 9(06) COMP VALUE ZERO.
006800 77  DL430-OPEN-AMOUNT          PIC 9(13) VALUE ZERO.
006900
007000*    AGE BANDS, BY THE MOST BUSINESS DAYS OPEN EACH ONE TAKES
007100 01  DL430-BAND-LIMIT-VALUES.
007200     05  FILLER                     PIC 9(05) VALUE 5.
007300     05  FILLER                     PIC X(24) VALUE
007400             'UP TO 5 BUSINESS DAYS'.
007500     05  FILLER                     PIC 9(05) VALUE 10.
007600     05  FILLER                     PIC X(24) VALUE
007700             '6 TO 10 BUSINESS DAYS'.
007800     05  FILLER                     PIC 9(05) VALUE 20.
007900     05  FILLER                     PIC X(24) VALUE
008000             '11 TO 20 BUSINESS DAYS'.
008100     05  FILLER                     PIC 9(05) VALUE 99999.
008200     05  FILLER                     PIC X(24) VALUE
008300             'OVER 20 BUSINESS DAYS'.
008400 01  DL430-BAND-LIMIT-TABLE REDEFINES DL430-BAND-LIMIT-VALUES.
008500     05  DL430-BAND-DEF OCCURS 4 TIMES.
008600         10  DL430-BAND-LIMIT       PIC 9(05).
008700         10  DL430-BAND-LABEL       PIC X(24).
008800
008900 01  DL430-BAND-TOTALS.
009000     05  DL430-BAND-ENTRY OCCURS 4 TIMES.
009100         10  DL430-BAND-COUNT       PIC 9(06) COMP.
009200         10  DL430-BAND-AMOUNT      PIC 9(13).
009300
009400 01  DL430-HEADING-1.
009500     05  FILLER                     PIC X(46) VALUE
009600             'DL430 - OPEN SETTLEMENT RETURN CASES AS OF'.
009700     05  DL430-HDG-DATE             PIC 9(08).
009800     05  FILLER                     PIC X(78) VALUE SPACES.
009900
010000 01  DL430-HEADING-2.
010100     05  FILLER                     PIC X(43) VALUE
010200             'ENTRY KEY   DATE      AMOUNT     CUR SRC   '.
010300     05  FILLER                     PIC X(46) VALUE
010400             'STATUS           OPENED    BUS DAYS  RETURNS  '.
010500     05  FILLER                     PIC X(43) VALUE
010600             'RE-PRES  LAST RETURN REASON'.
010700
010800 01  DL430-CASE-LINE.
010900     05  DL430-CSL-KEY              PIC X(10).
011000     05  FILLER                     PIC X(02) VALUE SPACES.
011100     05  DL430-CSL-DATE             PIC X(08).
011200     05  FILLER                     PIC X(02) VALUE SPACES.
011300     05  DL430-CSL-AMOUNT           PIC X(09).
011400     05  FILLER                     PIC X(02) VALUE SPACES.
011500     05  DL430-CSL-CURRENCY         PIC X(03).
011600     05  FILLER                     PIC X(02) VALUE SPACES.
011700     05  DL430-CSL-SOURCE           PIC X(01).
011800     05  FILLER                     PIC X(04) VALUE SPACES.
011900     05  DL430-CSL-STATUS           PIC X(15).
012000     05  FILLER                     PIC X(02) VALUE SPACES.
012100     05  DL430-CSL-OPENED           PIC 9(08).
012200     05  FILLER                     PIC X(05) VALUE SPACES.
012300     05  DL430-CSL-DAYS             PIC ZZZZ9.
012400     05  FILLER                     PIC X(06) VALUE SPACES.
012500     05  DL430-CSL-RETURNS          PIC ZZ9.
012600     05  FILLER                     PIC X(06) VALUE SPACES.
012700     05  DL430-CSL-REPRESENTS       PIC ZZ9.
012800     05  FILLER                     PIC X(02) VALUE SPACES.
012900     05  DL430-CSL-REASON           PIC X(30).
013000     05  FILLER                     PIC X(05) VALUE SPACES.
013100
013200 01  DL430-EVENT-LINE.
013300     05  FILLER                     PIC X(12) VALUE SPACES.
013400     05  DL430-EVL-TEXT             PIC X(16).
013500     05  FILLER                     PIC X(08) VALUE 'BUS DAY '.
013600     05  DL430-EVL-BUS-DATE         PIC 9(08).
013700     05  FILLER                     PIC X(08) VALUE '  RUN   '.
013800     05  DL430-EVL-RUN-DATE         PIC 9(08).
013900     05  FILLER                     PIC X(02) VALUE SPACES.
014000     05  DL430-EVL-REASON           PIC X(30).
014100     05  FILLER                     PIC X(40) VALUE SPACES.
014200
014300 01  DL430-BAND-LINE.
014400     05  FILLER                     PIC X(02) VALUE SPACES.
014500     05  DL430-BNL-LABEL            PIC X(24).
014600     05  FILLER                     PIC X(08) VALUE '  CASES '.
014700     05  DL430-BNL-COUNT            PIC ZZZZZ9.
014800     05  FILLER                     PIC X(14) VALUE
014900             '  BASE AMOUNT '.
015000     05  DL430-BNL-AMOUNT           PIC Z(12)9.
015100     05  FILLER                     PIC X(65) VALUE SPACES.
015200
015300 01  DL430-TOTAL-LINE.
015400     05  DL430-TTL-LABEL            PIC X(40).
015500     05  DL430-TTL-VALUE            PIC ZZZZZ9.
015600     05  FILLER                     PIC X(86) VALUE SPACES.
015700
015800 01  DL430-SWITCHES.
015900     05  DL430-RCAS-EOF-SW          PIC X(01) VALUE 'N'.
016000         88  DL430-RCAS-EOF                    VALUE 'Y'.
016100     05  DL430-RCAS-OPEN-SW         PIC X(01) VALUE 'N'.
016200         88  DL430-RCAS-OPEN                   VALUE 'Y'.
016300
016400 COPY "dl900bc.cpy".
016500
016600 PROCEDURE DIVISION.
016700*****************************************************************
016800* 0000-MAINLINE                                                 *
016900*****************************************************************
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     IF DL430-RCAS-OPEN
017300         PERFORM 2000-LIST-OPEN-CASES THRU 2000-EXIT
017400     END-IF.
017500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
017600     GOBACK.
017700
017800*****************************************************************
017900* 1000-INITIALIZE - TBLRCAS IS ONLY EVER CREATED BY DL410, SO A *
018000* MISSING ONE MEANS NO RETURN HAS BEEN CASED                    *
018100*****************************************************************
018200 1000-INITIALIZE.
018300     ACCEPT DL430-TODAY FROM DATE YYYYMMDD
018400     MOVE ZERO TO DL430-BAND-COUNT(1) DL430-BAND-AMOUNT(1)
018500                  DL430-BAND-COUNT(2) DL430-BAND-AMOUNT(2)
018600                  DL430-BAND-COUNT(3) DL430-BAND-AMOUNT(3)
018700                  DL430-BAND-COUNT(4) DL430-BAND-AMOUNT(4)
018800     OPEN OUTPUT DL430-REPORT-FILE
018900     MOVE DL430-TODAY TO DL430-HDG-DATE
019000     WRITE DL430-REPORT-LINE FROM DL430-HEADING-1
019100     WRITE DL430-REPORT-LINE FROM DL430-HEADING-2
019200     OPEN INPUT DL430-RCAS-FILE
019300     IF DL430-CASE-STATUS = '00'
019400         SET DL430-RCAS-OPEN TO TRUE
019500     ELSE
019600         DISPLAY 'DL430 - NO TBLRCAS FILE, STATUS '
019700             DL430-CASE-STATUS ' - NO RETURNS CASED'
019800     END-IF.
019900 1000-EXIT.
020000     EXIT.
020100
020200*****************************************************************
020300* 2000-LIST-OPEN-CASES - ONE PASS IN KEY ORDER (ENTRY KEY,      *
020400* DATE, AMOUNT), SO AN ACCOUNT'S CASES PRINT TOGETHER           *
020500*****************************************************************
020600 2000-LIST-OPEN-CASES.
020700     PERFORM 2100-LIST-ONE-CASE THRU 2100-EXIT
020800         UNTIL DL430-RCAS-EOF.
020900 2000-EXIT.
021000     EXIT.
021100
021200*****************************************************************
021300* 2100-LIST-ONE-CASE - A SETTLED OR WRITTEN-OFF CASE IS COUNTED *
021400* AND PASSED OVER                                               *
021500*****************************************************************
021600 2100-LIST-ONE-CASE.
021700     READ DL430-RCAS-FILE NEXT
021800         AT END
021900             SET DL430-RCAS-EOF TO TRUE
022000             GO TO 2100-EXIT
022100     END-READ
022200     IF DL410-RCAS-SETTLED
022300         ADD 1 TO DL430-SETTLED-CTR
022400         GO TO 2100-EXIT
022500     END-IF
022600     IF DL410-RCAS-WRITTEN-OFF
022700         ADD 1 TO DL430-WRITTEN-OFF-CTR
022800         GO TO 2100-EXIT
022900     END-IF
023000     ADD 1 TO DL430-OPEN-CTR
023100     IF DL410-RCAS-REPRESENTED
023200         ADD 1 TO DL430-REPRESENTED-CTR
023300         MOVE 'RE-PRESENTED' TO DL430-CSL-STATUS
023400     ELSE
023500         ADD 1 TO DL430-AWAITING-CTR
023600         MOVE 'AWAITING REPAIR' TO DL430-CSL-STATUS
023700     END-IF
023800     PERFORM 2200-AGE-CASE THRU 2200-EXIT
023900     PERFORM 2300-ADD-TO-BAND THRU 2300-EXIT
024000     MOVE DL410-RCAS-ITEM-KEY      TO DL430-CSL-KEY
024100     MOVE DL410-RCAS-ITEM-DATE     TO DL430-CSL-DATE
024200     MOVE DL410-RCAS-ITEM-AMOUNT   TO DL430-CSL-AMOUNT
024300     MOVE DL410-RCAS-CURRENCY      TO DL430-CSL-CURRENCY
024400     MOVE DL410-RCAS-SOURCE        TO DL430-CSL-SOURCE
024500     MOVE DL410-RCAS-OPENED-DATE   TO DL430-CSL-OPENED
024600     MOVE DL430-DAYS-OPEN          TO DL430-CSL-DAYS
024700     MOVE DL410-RCAS-RETURN-CTR    TO DL430-CSL-RETURNS
024800     MOVE DL410-RCAS-REPRESENT-CTR TO DL430-CSL-REPRESENTS
024900     MOVE DL410-RCAS-LAST-REASON   TO DL430-CSL-REASON
025000     WRITE DL430-REPORT-LINE FROM DL430-CASE-LINE
025100     PERFORM 2400-LIST-ONE-EVENT THRU 2400-EXIT
025200         VARYING DL430-EVT-IDX FROM 1 BY 1
025300         UNTIL DL430-EVT-IDX > DL410-RCAS-EVENT-CTR.
025400 2100-EXIT.
025500     EXIT.
025600
025700*****************************************************************
025800* 2200-AGE-CASE - PROCESSING DAYS FROM THE DAY DL410 OPENED THE *
025900* CASE THROUGH TODAY, ON THE DL900 CALENDAR, AND THE CASE'S     *
026000* BASE-CURRENCY AMOUNT (THE ORIGINAL AMOUNT FOR AN ITEM THAT    *
026100* CARRIED NONE)                                                 *
026200*****************************************************************
026300 2200-AGE-CASE.
026400     MOVE 'B' TO DL900-CAL-FUNC
026500     MOVE DL410-RCAS-OPENED-DATE TO DL900-CAL-DATE-1
026600     MOVE DL430-TODAY            TO DL900-CAL-DATE-2
026700     CALL 'DL900' USING DL900-CAL-REQUEST
026800     MOVE DL900-CAL-BUSDAYS TO DL430-DAYS-OPEN
026900     MOVE ZERO TO DL430-CASE-AMOUNT
027000     IF DL410-RCAS-BASE-AMT IS NUMERIC
027100         MOVE DL410-RCAS-BASE-AMT TO DL430-CASE-AMOUNT
027200     ELSE
027300         IF DL410-RCAS-ITEM-AMOUNT IS NUMERIC
027400             MOVE DL410-RCAS-ITEM-AMOUNT TO DL430-CASE-AMOUNT
027500         END-IF
027600     END-IF
027700     ADD DL430-CASE-AMOUNT TO DL430-OPEN-AMOUNT.
027800 2200-EXIT.
027900     EXIT.
028000
028100*****************************************************************
028200* 2300-ADD-TO-BAND - THE FIRST BAND WHOSE LIMIT THE CASE'S AGE  *
028300* DOES NOT EXCEED; THE LAST BAND TAKES EVERYTHING               *
028400*****************************************************************
028500 2300-ADD-TO-BAND.
028600     MOVE ZERO TO DL430-BAND-HIT
028700     PERFORM 2310-TEST-ONE-BAND THRU 2310-EXIT
028800         VARYING DL430-BAND-IDX FROM 1 BY 1
028900         UNTIL DL430-BAND-IDX > 4
029000            OR DL430-BAND-HIT > ZERO
029100     ADD 1 TO DL430-BAND-COUNT(DL430-BAND-HIT)
029200     ADD DL430-CASE-AMOUNT TO DL430-BAND-AMOUNT(DL430-BAND-HIT).
029300 2300-EXIT.
029400     EXIT.
029500
029600*****************************************************************
029700* 2310-TEST-ONE-BAND                                            *
029800*****************************************************************
029900 2310-TEST-ONE-BAND.
030000     IF DL430-DAYS-OPEN <= DL430-BAND-LIMIT(DL430-BAND-IDX)
030100         MOVE DL430-BAND-IDX TO DL430-BAND-HIT
030200     END-IF.
030300 2310-EXIT.
030400     EXIT.
030500
030600*****************************************************************
030700* 2400-LIST-ONE-EVENT - ONE LINE PER EVENT DL410 RECORDED ON    *
030800* THE CASE, OLDEST FIRST                                        *
030900*****************************************************************
031000 2400-LIST-ONE-EVENT.
031100     EVALUATE TRUE
031200         WHEN DL410-RCAS-EVT-RETURN(DL430-EVT-IDX)
031300             MOVE 'RETURNED' TO DL430-EVL-TEXT
031400         WHEN DL410-RCAS-EVT-REPRESENT(DL430-EVT-IDX)
031500             MOVE 'RE-PRESENTED' TO DL430-EVL-TEXT
031600         WHEN DL410-RCAS-EVT-SETTLED(DL430-EVT-IDX)
031700             MOVE 'SETTLED' TO DL430-EVL-TEXT
031800         WHEN DL410-RCAS-EVT-WRITE-OFF(DL430-EVT-IDX)
031900             MOVE 'WRITTEN OFF' TO DL430-EVL-TEXT
032000         WHEN OTHER
032100             MOVE DL410-RCAS-EVT-TYPE(DL430-EVT-IDX)
032200                 TO DL430-EVL-TEXT
032300     END-EVALUATE
032400     MOVE DL410-RCAS-EVT-BUS-DATE(DL430-EVT-IDX)
032500         TO DL430-EVL-BUS-DATE
032600     MOVE DL410-RCAS-EVT-RUN-DATE(DL430-EVT-IDX)
032700         TO DL430-EVL-RUN-DATE
032800     MOVE DL410-RCAS-EVT-REASON(DL430-EVT-IDX)
032900         TO DL430-EVL-REASON
033000     WRITE DL430-REPORT-LINE FROM DL430-EVENT-LINE.
033100 2400-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500* 2800-PRINT-ONE-BAND                                           *
033600*****************************************************************
033700 2800-PRINT-ONE-BAND.
033800     MOVE DL430-BAND-LABEL(DL430-BAND-IDX)  TO DL430-BNL-LABEL
033900     MOVE DL430-BAND-COUNT(DL430-BAND-IDX)  TO DL430-BNL-COUNT
034000     MOVE DL430-BAND-AMOUNT(DL430-BAND-IDX) TO DL430-BNL-AMOUNT
034100     WRITE DL430-REPORT-LINE FROM DL430-BAND-LINE.
034200 2800-EXIT.
034300     EXIT.
034400
034500*****************************************************************
034600* 7950-WRITE-TOTAL                                              *
034700*****************************************************************
034800 7950-WRITE-TOTAL.
034900     WRITE DL430-REPORT-LINE FROM DL430-TOTAL-LINE.
035000 7950-EXIT.
035100     EXIT.
035200
035300*****************************************************************
035400* 8000-TERMINATE - AGE BANDS, CASE COUNTS, AND CLOSES           *
035500*****************************************************************
035600 8000-TERMINATE.
035700     MOVE SPACES TO DL430-REPORT-LINE
035800     WRITE DL430-REPORT-LINE
035900     MOVE 'OPEN CASES BY BUSINESS DAYS OPEN' TO DL430-REPORT-LINE
036000     WRITE DL430-REPORT-LINE
036100     PERFORM 2800-PRINT-ONE-BAND THRU 2800-EXIT
036200         VARYING DL430-BAND-IDX FROM 1 BY 1
036300         UNTIL DL430-BAND-IDX > 4
036400     MOVE 'ALL OPEN CASES'          TO DL430-BNL-LABEL
036500     MOVE DL430-OPEN-CTR            TO DL430-BNL-COUNT
036600     MOVE DL430-OPEN-AMOUNT         TO DL430-BNL-AMOUNT
036700     WRITE DL430-REPORT-LINE FROM DL430-BAND-LINE
036800     MOVE SPACES TO DL430-REPORT-LINE
036900     WRITE DL430-REPORT-LINE
037000     MOVE 'CASES AWAITING REPAIR'   TO DL430-TTL-LABEL
037100     MOVE DL430-AWAITING-CTR        TO DL430-TTL-VALUE
037200     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
037300     MOVE 'CASES RE-PRESENTED, AWAITING SETTLEMENT'
037400         TO DL430-TTL-LABEL
037500     MOVE DL430-REPRESENTED-CTR     TO DL430-TTL-VALUE
037600     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
037700     MOVE 'CASES SETTLED, NOT LISTED' TO DL430-TTL-LABEL
037800     MOVE DL430-SETTLED-CTR         TO DL430-TTL-VALUE
037900     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
038000     MOVE 'CASES WRITTEN OFF, NOT LISTED' TO DL430-TTL-LABEL
038100     MOVE DL430-WRITTEN-OFF-CTR     TO DL430-TTL-VALUE
038200     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
038300     IF DL430-RCAS-OPEN
038400         CLOSE DL430-RCAS-FILE
038500     END-IF
038600     CLOSE DL430-REPORT-FILE
038700     DISPLAY 'DL430 - OPEN CASES          : ' DL430-OPEN-CTR
038800     DISPLAY 'DL430 - AWAITING REPAIR     : ' DL430-AWAITING-CTR
038900     DISPLAY 'DL430 - RE-PRESENTED        : '
039000         DL430-REPRESENTED-CTR
039100     DISPLAY 'DL430 - SETTLED, NOT LISTED : ' DL430-SETTLED-CTR
039200     DISPLAY 'DL430 - WRITTEN OFF         : '
039300         DL430-WRITTEN-OFF-CTR.
039400 8000-EXIT.
039500     EXIT.

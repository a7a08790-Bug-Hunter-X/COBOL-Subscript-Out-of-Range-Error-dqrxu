000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL730.
000300 AUTHOR.        R SHAUGHNESSY.
000400 INSTALLATION.  DAILY PROCESSING - OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DL730 - PRIOR-PERIOD ADJUSTMENTS                              *
000900*                                                               *
001000* ONCE DL710 HAS CLOSED A MONTH, DL100 NO LONGER POSTS AN ITEM  *
001100* DATED IN IT TO THE CURRENT TBLMSTR MONTH-TO-DATE TOTALS; THE  *
001200* ITEM STILL GOES TO SETTLEMENT, BUT ITS MONEY IS PARKED ON THE *
001300* TBLPPAD PRIOR-PERIOD ADJUSTMENT FILE (DL100PP.CPY) UNDER THE  *
001400* MONTH IT BELONGS TO.  THIS JOB, RUN AFTER DL100, APPLIES EACH *
001500* UNAPPLIED TBLPPAD RECORD TO THE KEY'S TBLYTD YEAR-TO-DATE     *
001600* FIGURES FOR THAT MONTH'S YEAR AND STAMPS IT APPLIED, SO A     *
001700* RERUN NEVER ADDS IT TWICE.                                    *
001800*                                                               *
001900* THE TBLPPRP REPORT LISTS EVERY RECORD HANDLED, IN             *
002000* PERIOD-MONTH ORDER, WITH A TOTAL PER PERIOD MONTH.            *
002100* ACCOUNTING ATTACHES EACH MONTH'S SECTION TO THAT MONTH'S      *
002200* TBLMARC ARCHIVE, WHOSE FIGURES THE ADJUSTMENTS DO NOT ALTER.  *
002300*                                                               *
002400* A KEY WITH NO YTD RECORD GETS ONE FOR THE PERIOD'S YEAR.  A   *
002500* YTD RECORD FOR THE SAME YEAR TAKES THE AMOUNT AND ONE ITEM;   *
002600* ONE STILL ON AN EARLIER YEAR STARTS THE PERIOD'S YEAR WITH    *
002700* THE ADJUSTMENT.  DL100-YTD-LAST-CLOSED NEVER MOVES BACKWARD,  *
002800* SO DL710'S RERUN GUARD IS UNDISTURBED.  WHEN THE KEY'S RECORD *
002900* HAS ALREADY MOVED ON TO A LATER YEAR THE PERIOD'S YEAR IS     *
003000* GONE; THE RECORD IS MARKED YEAR-CLOSED, NOT APPLIED, AND LEFT *
003100* FOR ACCOUNTING TO BOOK BY HAND.                               *
003200*                                                               *
003300* RETURN CODES: 8 = TBLYTD UNAVAILABLE, NOTHING APPLIED; 4 = AN *
003400* ADJUSTMENT FELL IN AN ALREADY-CLOSED YEAR; 0 = CLEAN.  NO     *
003500* TBLPPAD FILE MEANS NO MONTH HAS TAKEN A LATE ITEM - NOTHING   *
003600* TO APPLY, RETURN CODE 0.                                      *
003700*                                                               *
003800* MODIFICATION HISTORY                                          *
003900* ---------------------------------------------------------     *
004000* 10/15/2026  RS   ORIGINAL PROGRAM.                            *
004100*****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.   IBM-370.
004500 OBJECT-COMPUTER.   IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT DL730-PPAD-FILE
004900         ASSIGN TO TBLPPAD
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS DYNAMIC
005200         RECORD KEY IS DL100-PPAD-KEY
005300         FILE STATUS IS DL730-PPAD-STATUS.
005400
005500     SELECT DL730-YTD-FILE
005600         ASSIGN TO TBLYTD
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS DYNAMIC
005900         RECORD KEY IS DL100-YTD-KEY
006000         FILE STATUS IS DL730-YTD-STATUS.
006100
006200     SELECT DL730-REPORT-FILE
006300         ASSIGN TO TBLPPRP
006400         ORGANIZATION IS LINE SEQUENTIAL.
006500
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  DL730-PPAD-FILE.
006900 COPY "dl100pp.cpy".
007000
007100 FD  DL730-YTD-FILE.
007200 COPY "dl100yt.cpy".
007300
007400 FD  DL730-REPORT-FILE
007500     RECORDING MODE IS F.
007600 01  DL730-REPORT-LINE              PIC X(132).
007700
007800 WORKING-STORAGE SECTION.
007900 77  DL730-PPAD-STATUS          PIC X(02) VALUE '00'.
008000 77  DL730-YTD-STATUS           PIC X(02) VALUE '00'.
008100 77  DL730-TODAY                PIC 9(08) VALUE ZERO.
008200 77  DL730-APPLIED-CTR          PIC 9(06) COMP VALUE ZERO.
008300 77  DL730-CLOSED-CTR           PIC 9(06) COMP VALUE ZERO.
008400 77  DL730-PRIOR-DONE-CTR       PIC 9(06) COMP VALUE ZERO.
008500 77  DL730-MONTH-CTR            PIC 9(06) COMP VALUE ZERO.
008600
008700 01  DL730-WORK-FIELDS.
008800     05  DL730-CURRENT-MONTH        PIC 9(06) VALUE ZERO.
008900     05  DL730-PERIOD-YEAR          PIC 9(04).
009000     05  DL730-MONTH-AMOUNT         PIC 9(13) VALUE ZERO.
009100     05  DL730-APPLIED-AMOUNT       PIC 9(13) VALUE ZERO.
009200     05  DL730-CLOSED-AMOUNT        PIC 9(13) VALUE ZERO.
009300
009400 01  DL730-HEADING-1.
009500     05  FILLER                     PIC X(46) VALUE
009600             'DL730 - PRIOR-PERIOD ADJUSTMENTS'.
009700     05  DL730-HDG-DATE             PIC 9(08).
009800     05  FILLER                     PIC X(78) VALUE SPACES.
009900
010000 01  DL730-HEADING-2.
010100     05  FILLER                     PIC X(44) VALUE
010200             'PERIOD  ARRIVED   ENTRY KEY   ITEM DATE SRC'.
010300     05  FILLER                     PIC X(44) VALUE
010400             ' CUR   ORIGINAL      BASE AMOUNT  RESULT'.
010500     05  FILLER                     PIC X(44) VALUE SPACES.
010600
010700 01  DL730-DETAIL-LINE.
010800     05  DL730-DTL-MONTH            PIC 9(06).
010900     05  FILLER                     PIC X(02) VALUE SPACES.
011000     05  DL730-DTL-ARRIVED          PIC 9(08).
011100     05  FILLER                     PIC X(02) VALUE SPACES.
011200     05  DL730-DTL-KEY              PIC X(10).
011300     05  FILLER                     PIC X(02) VALUE SPACES.
011400     05  DL730-DTL-ITEM-DATE        PIC X(08).
011500     05  FILLER                     PIC X(02) VALUE SPACES.
011600     05  DL730-DTL-SOURCE           PIC X(01).
011700     05  FILLER                     PIC X(02) VALUE SPACES.
011800     05  DL730-DTL-CURRENCY         PIC X(03).
011900     05  FILLER                     PIC X(02) VALUE SPACES.
012000     05  DL730-DTL-ORIGINAL         PIC X(09).
012100     05  FILLER                     PIC X(02) VALUE SPACES.
012200     05  DL730-DTL-AMOUNT           PIC Z(12)9.
012300     05  FILLER                     PIC X(02) VALUE SPACES.
012400     05  DL730-DTL-RESULT           PIC X(40).
012500     05  FILLER                     PIC X(14) VALUE SPACES.
012600
012700 01  DL730-MONTH-LINE.
012800     05  FILLER                     PIC X(16) VALUE
012900             '  TOTAL PERIOD '.
013000     05  DL730-MTH-MONTH            PIC 9(06).
013100     05  FILLER                     PIC X(08) VALUE '  ITEMS '.
013200     05  DL730-MTH-COUNT            PIC ZZZZZ9.
013300     05  FILLER                     PIC X(09) VALUE '  AMOUNT '.
013400     05  DL730-MTH-AMOUNT           PIC Z(12)9.
013500     05  FILLER                     PIC X(34) VALUE
013600             '  - ATTACH TO TBLMARC ARCHIVE FOR '.
013700     05  DL730-MTH-ARCHIVE          PIC 9(06).
013800     05  FILLER                     PIC X(34) VALUE SPACES.
013900
014000 01  DL730-TOTALS-LINE.
014100     05  FILLER                     PIC X(10) VALUE 'APPLIED  '.
014200     05  DL730-TOT-APPLIED          PIC ZZZZZ9.
014300     05  FILLER                     PIC X(02) VALUE SPACES.
014400     05  DL730-TOT-APPLIED-AMT      PIC Z(12)9.
014500     05  FILLER                     PIC X(16) VALUE
014600             '  YEAR CLOSED  '.
014700     05  DL730-TOT-CLOSED-YEAR      PIC ZZZZZ9.
014800     05  FILLER                     PIC X(02) VALUE SPACES.
014900     05  DL730-TOT-CLOSED-AMT       PIC Z(12)9.
015000     05  FILLER                     PIC X(64) VALUE SPACES.
015100
015200 01  DL730-SWITCHES.
015300     05  DL730-PPAD-EOF-SW          PIC X(01) VALUE 'N'.
015400         88  DL730-PPAD-EOF                    VALUE 'Y'.
015500     05  DL730-PPAD-OPEN-SW         PIC X(01) VALUE 'N'.
015600         88  DL730-PPAD-OPEN                   VALUE 'Y'.
015700     05  DL730-YTD-OPEN-SW          PIC X(01) VALUE 'N'.
015800         88  DL730-YTD-OPEN                    VALUE 'Y'.
015900
016000 PROCEDURE DIVISION.
016100*****************************************************************
016200* 0000-MAINLINE                                                 *
016300*****************************************************************
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
016600     IF DL730-PPAD-OPEN
016700         AND DL730-YTD-OPEN
016800         PERFORM 2000-APPLY-ADJUSTMENTS THRU 2000-EXIT
016900     END-IF.
017000     PERFORM 8000-TERMINATE THRU 8000-EXIT.
017100     GOBACK.
017200
017300*****************************************************************
017400* 1000-INITIALIZE - TBLYTD IS CREATED ON FIRST USE, LIKE        *
017500* TBLCKPT; TBLPPAD IS ONLY EVER CREATED BY DL100, SO A MISSING  *
017600* ONE MEANS THERE IS NOTHING TO APPLY                           *
017700*****************************************************************
017800 1000-INITIALIZE.
017900     ACCEPT DL730-TODAY FROM DATE YYYYMMDD
018000     OPEN OUTPUT DL730-REPORT-FILE
018100     MOVE DL730-TODAY TO DL730-HDG-DATE
018200     WRITE DL730-REPORT-LINE FROM DL730-HEADING-1
018300     WRITE DL730-REPORT-LINE FROM DL730-HEADING-2
018400     OPEN I-O DL730-YTD-FILE
018500     IF DL730-YTD-STATUS NOT = '00'
018600         AND DL730-YTD-STATUS NOT = '05'
018700         OPEN OUTPUT DL730-YTD-FILE
018800         CLOSE DL730-YTD-FILE
018900         OPEN I-O DL730-YTD-FILE
019000     END-IF
019100     IF DL730-YTD-STATUS = '00'
019200         SET DL730-YTD-OPEN TO TRUE
019300     ELSE
019400         DISPLAY 'DL730 - TBLYTD UNAVAILABLE, STATUS '
019500             DL730-YTD-STATUS
019600         GO TO 1000-EXIT
019700     END-IF
019800     OPEN I-O DL730-PPAD-FILE
019900     IF DL730-PPAD-STATUS = '00'
020000         SET DL730-PPAD-OPEN TO TRUE
020100     ELSE
020200         DISPLAY 'DL730 - NO TBLPPAD FILE, STATUS '
020300             DL730-PPAD-STATUS ' - NOTHING TO APPLY'
020400     END-IF.
020500 1000-EXIT.
020600     EXIT.
020700
020800*****************************************************************
020900* 2000-APPLY-ADJUSTMENTS - ONE PASS IN KEY ORDER, WHICH IS      *
021000* PERIOD MONTH FIRST, SO EACH MONTH'S RECORDS PRINT TOGETHER    *
021100*****************************************************************
021200 2000-APPLY-ADJUSTMENTS.
021300     PERFORM 2100-APPLY-ONE-ADJUSTMENT THRU 2100-EXIT
021400         UNTIL DL730-PPAD-EOF
021500     IF DL730-MONTH-CTR > ZERO
021600         PERFORM 2800-PRINT-MONTH-TOTAL THRU 2800-EXIT
021700     END-IF.
021800 2000-EXIT.
021900     EXIT.
022000
022100*****************************************************************
022200* 2100-APPLY-ONE-ADJUSTMENT - A RECORD ALREADY APPLIED OR       *
022300* ALREADY FOUND IN A CLOSED YEAR BY AN EARLIER RUN IS PASSED    *
022400* OVER                                                          *
022500*****************************************************************
022600 2100-APPLY-ONE-ADJUSTMENT.
022700     READ DL730-PPAD-FILE NEXT
022800         AT END
022900             SET DL730-PPAD-EOF TO TRUE
023000             GO TO 2100-EXIT
023100     END-READ
023200     IF NOT DL100-PPAD-UNAPPLIED
023300         ADD 1 TO DL730-PRIOR-DONE-CTR
023400         GO TO 2100-EXIT
023500     END-IF
023600     IF DL100-PPAD-MONTH NOT = DL730-CURRENT-MONTH
023700         IF DL730-MONTH-CTR > ZERO
023800             PERFORM 2800-PRINT-MONTH-TOTAL THRU 2800-EXIT
023900         END-IF
024000         MOVE DL100-PPAD-MONTH TO DL730-CURRENT-MONTH
024100     END-IF
024200     MOVE DL100-PPAD-MONTH(1:4) TO DL730-PERIOD-YEAR
024300     PERFORM 2200-POST-TO-YTD THRU 2200-EXIT
024400     MOVE DL730-TODAY TO DL100-PPAD-APPLIED-DATE
024500     REWRITE DL100-PPAD-RECORD
024600         INVALID KEY
024700             DISPLAY 'DL730 - TBLPPAD REWRITE FAILED '
024800                 DL100-PPAD-KEY
024900     END-REWRITE
025000     MOVE DL100-PPAD-MONTH       TO DL730-DTL-MONTH
025100     MOVE DL100-PPAD-RUN-DATE    TO DL730-DTL-ARRIVED
025200     MOVE DL100-PPAD-ENTRY-KEY   TO DL730-DTL-KEY
025300     MOVE DL100-PPAD-ENTRY-DATE  TO DL730-DTL-ITEM-DATE
025400     MOVE DL100-PPAD-SOURCE      TO DL730-DTL-SOURCE
025500     MOVE DL100-PPAD-CURRENCY    TO DL730-DTL-CURRENCY
025600     MOVE DL100-PPAD-ORIG-AMOUNT TO DL730-DTL-ORIGINAL
025700     MOVE DL100-PPAD-AMOUNT      TO DL730-DTL-AMOUNT
025800     IF DL100-PPAD-APPLIED
025900         MOVE 'APPLIED TO YTD' TO DL730-DTL-RESULT
026000         ADD 1 TO DL730-MONTH-CTR
026100         ADD DL100-PPAD-AMOUNT TO DL730-MONTH-AMOUNT
026200     ELSE
026300         MOVE 'YEAR ALREADY CLOSED - NOT APPLIED'
026400             TO DL730-DTL-RESULT
026500     END-IF
026600     WRITE DL730-REPORT-LINE FROM DL730-DETAIL-LINE.
026700 2100-EXIT.
026800     EXIT.
026900
027000*****************************************************************
027100* 2200-POST-TO-YTD - ADD THE ADJUSTMENT TO THE KEY'S            *
027200* YEAR-TO-DATE RECORD AND SET THE TBLPPAD STATUS TO SAY WHAT    *
027300* HAPPENED                                                      *
027400*****************************************************************
027500 2200-POST-TO-YTD.
027600     MOVE DL100-PPAD-ENTRY-KEY TO DL100-YTD-KEY
027700     READ DL730-YTD-FILE
027800         INVALID KEY
027900             MOVE SPACES               TO DL100-YTD-RECORD
028000             MOVE DL100-PPAD-ENTRY-KEY TO DL100-YTD-KEY
028100             MOVE DL730-PERIOD-YEAR    TO DL100-YTD-YEAR
028200             MOVE DL100-PPAD-AMOUNT    TO DL100-YTD-AMOUNT
028300             MOVE 1                    TO DL100-YTD-COUNT
028400             MOVE DL100-PPAD-MONTH     TO DL100-YTD-LAST-CLOSED
028500             WRITE DL100-YTD-RECORD
028600             SET DL100-PPAD-APPLIED TO TRUE
028700             ADD 1 TO DL730-APPLIED-CTR
028800             ADD DL100-PPAD-AMOUNT TO DL730-APPLIED-AMOUNT
028900             GO TO 2200-EXIT
029000     END-READ
029100     IF DL100-YTD-YEAR > DL730-PERIOD-YEAR
029200         SET DL100-PPAD-YEAR-CLOSED TO TRUE
029300         ADD 1 TO DL730-CLOSED-CTR
029400         ADD DL100-PPAD-AMOUNT TO DL730-CLOSED-AMOUNT
029500         GO TO 2200-EXIT
029600     END-IF
029700     IF DL100-YTD-YEAR < DL730-PERIOD-YEAR
029800         MOVE DL730-PERIOD-YEAR TO DL100-YTD-YEAR
029900         MOVE ZERO TO DL100-YTD-AMOUNT
030000         MOVE ZERO TO DL100-YTD-COUNT
030100         MOVE DL100-PPAD-MONTH TO DL100-YTD-LAST-CLOSED
030200     END-IF
030300     ADD DL100-PPAD-AMOUNT TO DL100-YTD-AMOUNT
030400     ADD 1 TO DL100-YTD-COUNT
030500     REWRITE DL100-YTD-RECORD
030600     SET DL100-PPAD-APPLIED TO TRUE
030700     ADD 1 TO DL730-APPLIED-CTR
030800     ADD DL100-PPAD-AMOUNT TO DL730-APPLIED-AMOUNT.
030900 2200-EXIT.
031000     EXIT.
031100
031200*****************************************************************
031300* 2800-PRINT-MONTH-TOTAL - THE APPLIED TOTAL FOR ONE PERIOD     *
031400* MONTH, NAMING THE TBLMARC ARCHIVE IT IS TO BE FILED WITH      *
031500*****************************************************************
031600 2800-PRINT-MONTH-TOTAL.
031700     MOVE DL730-CURRENT-MONTH TO DL730-MTH-MONTH
031800     MOVE DL730-MONTH-CTR     TO DL730-MTH-COUNT
031900     MOVE DL730-MONTH-AMOUNT  TO DL730-MTH-AMOUNT
032000     MOVE DL730-CURRENT-MONTH TO DL730-MTH-ARCHIVE
032100     WRITE DL730-REPORT-LINE FROM DL730-MONTH-LINE
032200     MOVE SPACES TO DL730-REPORT-LINE
032300     WRITE DL730-REPORT-LINE
032400     MOVE ZERO TO DL730-MONTH-CTR
032500     MOVE ZERO TO DL730-MONTH-AMOUNT.
032600 2800-EXIT.
032700     EXIT.
032800
032900*****************************************************************
033000* 8000-TERMINATE                                                *
033100*****************************************************************
033200 8000-TERMINATE.
033300     MOVE DL730-APPLIED-CTR        TO DL730-TOT-APPLIED
033400     MOVE DL730-APPLIED-AMOUNT     TO DL730-TOT-APPLIED-AMT
033500     MOVE DL730-CLOSED-CTR         TO DL730-TOT-CLOSED-YEAR
033600     MOVE DL730-CLOSED-AMOUNT      TO DL730-TOT-CLOSED-AMT
033700     WRITE DL730-REPORT-LINE FROM DL730-TOTALS-LINE
033800     IF DL730-PPAD-OPEN
033900         CLOSE DL730-PPAD-FILE
034000     END-IF
034100     IF DL730-YTD-OPEN
034200         CLOSE DL730-YTD-FILE
034300     END-IF
034400     CLOSE DL730-REPORT-FILE
034500     DISPLAY 'DL730 - ADJUSTMENTS APPLIED : ' DL730-APPLIED-CTR
034600     DISPLAY 'DL730 - YEAR ALREADY CLOSED : ' DL730-CLOSED-CTR
034700     DISPLAY 'DL730 - APPLIED EARLIER     : ' DL730-PRIOR-DONE-CTR
034800     IF DL730-CLOSED-CTR > ZERO
034900         MOVE 4 TO RETURN-CODE
035000     END-IF
035100     IF NOT DL730-YTD-OPEN
035200         MOVE 8 TO RETURN-CODE
035300     END-IF.
035400 8000-EXIT.
035500     EXIT.

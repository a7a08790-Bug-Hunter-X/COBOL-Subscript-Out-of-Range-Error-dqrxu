000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL110.
000300 AUTHOR.        R SHAUGHNESSY.
000400 INSTALLATION.  DAILY PROCESSING - OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DL110 - FUTURE-DATED WAREHOUSE LISTING                        *
000900*                                                               *
001000* DL100 PARKS EVERY ITEM DATED AFTER THE BUSINESS DATE ON THE   *
001100* TBLWHSE WAREHOUSE (DL100WH.CPY) AND FEEDS IT BACK IN ON THE   *
001200* FIRST RUN WHOSE BUSINESS DATE HAS REACHED IT.  THIS JOB LISTS *
001300* WHAT IS STILL WAITING, GROUPED BY THE BUSINESS DAY EACH ITEM  *
001400* WILL COME IN ON - ITS EFFECTIVE DATE, OR THE NEXT PROCESSING  *
001500* DAY ON THE DL900 CALENDAR WHEN THAT DATE IS A WEEKEND OR      *
001600* HOLIDAY - WITH HOW MANY BUSINESS DAYS AWAY THAT IS, AN ITEM   *
001700* COUNT AND BASE AMOUNT PER DAY, AND A GRAND TOTAL.  AN ITEM    *
001800* WHOSE DAY HAS ALREADY COME (THE DAY'S DL100 HAS NOT YET RUN)  *
001900* LISTS AS DUE NOW.  ITEMS ALREADY RELEASED ARE LEFT OUT.       *
002000*                                                               *
002100* THE BASE AMOUNT IS THE VALUE AT THE ARRIVAL DATE'S RATE; THE  *
002200* RELEASE RUN CONVERTS AGAIN AT ITS OWN DATE'S RATE.  REPORT IS *
002300* TBLWHRP.  NO TBLWHSE FILE MEANS NOTHING HAS BEEN WAREHOUSED - *
002400* AN EMPTY LISTING, RETURN CODE 0.                              *
002500*                                                               *
002600* MODIFICATION HISTORY                                          *
002700* ---------------------------------------------------------     *
002800* 10/15/2026  RS   ORIGINAL PROGRAM.                            *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DL110-WHSE-FILE
003700         ASSIGN TO TBLWHSE
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS DL100-WHSE-KEY
004100         FILE STATUS IS DL110-WHSE-STATUS.
004200
004300     SELECT DL110-REPORT-FILE
004400         ASSIGN TO TBLWHRP
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  DL110-WHSE-FILE.
005000 COPY "dl100wh.cpy".
005100
005200 FD  DL110-REPORT-FILE
005300     RECORDING MODE IS F.
005400 01  DL110-REPORT-LINE              PIC X(132).
005500
005600 WORKING-STORAGE SECTION.
005700 77  DL110-WHSE-STATUS          PIC X(02) VALUE '00'.
005800 77  DL110-TODAY                PIC 9(08) VALUE ZERO.
005900 77  DL110-DAY-INT              PIC 9(08) COMP VALUE ZERO.
006000 77  DL110-DAY-CTR              PIC 9(06) COMP VALUE ZERO.
006100 77  DL110-ITEM-CTR             PIC 9(06) COMP VALUE ZERO.
006200 77  DL110-RELEASED-CTR         PIC 9(06) COMP VALUE ZERO.
006300
006400 01  DL110-WORK-FIELDS.
006500     05  DL110-LAST-EFF-DATE        PIC 9(08) VALUE ZERO.
006600     05  DL110-RELEASE-DAY          PIC 9(08) VALUE ZERO.
006700     05  DL110-CURRENT-DAY          PIC 9(08) VALUE ZERO.
006800     05  DL110-DAY-AMOUNT           PIC 9(13) VALUE ZERO.
006900     05  DL110-ITEM-AMOUNT          PIC 9(13) VALUE ZERO.
007000
007100 COPY "dl900bc.cpy".
007200
007300 01  DL110-HEADING-1.
007400     05  FILLER                     PIC X(46) VALUE
007500             'DL110 - FUTURE-DATED WAREHOUSE AS OF'.
007600     05  DL110-HDG-DATE             PIC 9(08).
007700     05  FILLER                     PIC X(78) VALUE SPACES.
007800
007900 01  DL110-HEADING-2.
008000     05  FILLER                     PIC X(44) VALUE
008100             'RELEASE   EFFECTIVE ARRIVED   ENTRY KEY  SRC'.
008200     05  FILLER                     PIC X(44) VALUE
008300             ' TXN CUR  ORIGINAL     BASE AMOUNT'.
008400     05  FILLER                     PIC X(44) VALUE SPACES.
008500
008600 01  DL110-DETAIL-LINE.
008700     05  DL110-DTL-RELEASE          PIC 9(08).
008800     05  FILLER                     PIC X(02) VALUE SPACES.
008900     05  DL110-DTL-EFF-DATE         PIC 9(08).
009000     05  FILLER                     PIC X(02) VALUE SPACES.
009100     05  DL110-DTL-ARRIVED          PIC 9(08).
009200     05  FILLER                     PIC X(02) VALUE SPACES.
009300     05  DL110-DTL-KEY              PIC X(10).
009400     05  FILLER                     PIC X(02) VALUE SPACES.
009500     05  DL110-DTL-SOURCE           PIC X(01).
009600     05  FILLER                     PIC X(03) VALUE SPACES.
009700     05  DL110-DTL-TXN              PIC X(01).
009800     05  FILLER                     PIC X(03) VALUE SPACES.
009900     05  DL110-DTL-CURRENCY         PIC X(03).
010000     05  FILLER                     PIC X(02) VALUE SPACES.
010100     05  DL110-DTL-ORIGINAL         PIC X(09).
010200     05  FILLER                     PIC X(02) VALUE SPACES.
010300     05  DL110-DTL-AMOUNT           PIC Z(12)9.
010400     05  FILLER                     PIC X(53) VALUE SPACES.
010500
010600 01  DL110-DAY-LINE.
010700     05  FILLER                     PIC X(14) VALUE
010800             '  TOTAL DAY  '.
010900     05  DL110-DAY-DATE             PIC 9(08).
011000     05  FILLER                     PIC X(02) VALUE SPACES.
011100     05  DL110-DAY-AWAY-TEXT.
011200         10  DL110-DAY-AWAY         PIC ZZZZ9.
011300         10  DL110-DAY-AWAY-LIT     PIC X(17).
011400     05  FILLER                     PIC X(08) VALUE '  ITEMS '.
011500     05  DL110-DAY-COUNT            PIC ZZZZZ9.
011600     05  FILLER                     PIC X(14) VALUE
011700             '  BASE AMOUNT '.
011800     05  DL110-DAY-TOTAL            PIC Z(12)9.
011900     05  FILLER                     PIC X(45) VALUE SPACES.
012000
012100 01  DL110-TOTALS-LINE.
012200     05  FILLER                     PIC X(24) VALUE
012300             'WAREHOUSE TOTAL  ITEMS '.
012400     05  DL110-TOT-COUNT            PIC ZZZZZ9.
012500     05  FILLER                     PIC X(14) VALUE
012600             '  BASE AMOUNT '.
012700     05  DL110-TOT-AMOUNT           PIC Z(12)9.
012800     05  FILLER                     PIC X(75) VALUE SPACES.
012900
013000 01  DL110-SWITCHES.
013100     05  DL110-WHSE-EOF-SW          PIC X(01) VALUE 'N'.
013200         88  DL110-WHSE-EOF                    VALUE 'Y'.
013300     05  DL110-WHSE-OPEN-SW         PIC X(01) VALUE 'N'.
013400         88  DL110-WHSE-OPEN                   VALUE 'Y'.
013500
013600 PROCEDURE DIVISION.
013700*****************************************************************
013800* 0000-MAINLINE                                                 *
013900*****************************************************************
014000 0000-MAINLINE.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014200     IF DL110-WHSE-OPEN
014300         PERFORM 2000-LIST-WAREHOUSE THRU 2000-EXIT
014400     END-IF.
014500     PERFORM 8000-TERMINATE THRU 8000-EXIT.
014600     GOBACK.
014700
014800*****************************************************************
014900* 1000-INITIALIZE - TBLWHSE IS ONLY EVER CREATED BY DL100, SO A *
015000* MISSING ONE MEANS NOTHING HAS BEEN WAREHOUSED                 *
015100*****************************************************************
015200 1000-INITIALIZE.
015300     ACCEPT DL110-TODAY FROM DATE YYYYMMDD
015400     OPEN OUTPUT DL110-REPORT-FILE
015500     MOVE DL110-TODAY TO DL110-HDG-DATE
015600     WRITE DL110-REPORT-LINE FROM DL110-HEADING-1
015700     WRITE DL110-REPORT-LINE FROM DL110-HEADING-2
015800     OPEN INPUT DL110-WHSE-FILE
015900     IF DL110-WHSE-STATUS = '00'
016000         SET DL110-WHSE-OPEN TO TRUE
016100     ELSE
016200         DISPLAY 'DL110 - NO TBLWHSE FILE, STATUS '
016300             DL110-WHSE-STATUS ' - NOTHING WAREHOUSED'
016400     END-IF.
016500 1000-EXIT.
016600     EXIT.
016700
016800*****************************************************************
016900* 2000-LIST-WAREHOUSE - ONE PASS IN KEY ORDER, WHICH IS         *
017000* EFFECTIVE DATE FIRST.  THE RELEASE DAY NEVER GOES BACKWARD AS *
017100* THE EFFECTIVE DATE RISES, SO EACH DAY'S ITEMS PRINT TOGETHER  *
017200*****************************************************************
017300 2000-LIST-WAREHOUSE.
017400     PERFORM 2100-LIST-ONE-ITEM THRU 2100-EXIT
017500         UNTIL DL110-WHSE-EOF
017600     IF DL110-DAY-CTR > ZERO
017700         PERFORM 2800-PRINT-DAY-TOTAL THRU 2800-EXIT
017800     END-IF.
017900 2000-EXIT.
018000     EXIT.
018100
018200*****************************************************************
018300* 2100-LIST-ONE-ITEM - AN ITEM DL100 HAS ALREADY RELEASED IS    *
018400* PASSED OVER                                                   *
018500*****************************************************************
018600 2100-LIST-ONE-ITEM.
018700     READ DL110-WHSE-FILE NEXT
018800         AT END
018900             SET DL110-WHSE-EOF TO TRUE
019000             GO TO 2100-EXIT
019100     END-READ
019200     IF NOT DL100-WHSE-WAITING
019300         ADD 1 TO DL110-RELEASED-CTR
019400         GO TO 2100-EXIT
019500     END-IF
019600     IF DL100-WHSE-EFF-DATE NOT = DL110-LAST-EFF-DATE
019700         MOVE DL100-WHSE-EFF-DATE TO DL110-LAST-EFF-DATE
019800         PERFORM 2200-FIND-RELEASE-DAY THRU 2200-EXIT
019900     END-IF
020000     IF DL110-RELEASE-DAY NOT = DL110-CURRENT-DAY
020100         IF DL110-DAY-CTR > ZERO
020200             PERFORM 2800-PRINT-DAY-TOTAL THRU 2800-EXIT
020300         END-IF
020400         MOVE DL110-RELEASE-DAY TO DL110-CURRENT-DAY
020500     END-IF
020600     ADD 1 TO DL110-DAY-CTR
020700     ADD 1 TO DL110-ITEM-CTR
020800     ADD DL100-WHSE-BASE-AMT TO DL110-DAY-AMOUNT
020900     ADD DL100-WHSE-BASE-AMT TO DL110-ITEM-AMOUNT
021000     MOVE DL110-RELEASE-DAY        TO DL110-DTL-RELEASE
021100     MOVE DL100-WHSE-EFF-DATE      TO DL110-DTL-EFF-DATE
021200     MOVE DL100-WHSE-ARRIVED       TO DL110-DTL-ARRIVED
021300     MOVE DL100-WHSE-BDY-KEY       TO DL110-DTL-KEY
021400     MOVE DL100-WHSE-ORIG-SOURCE   TO DL110-DTL-SOURCE
021500     MOVE DL100-WHSE-BDY-TXN       TO DL110-DTL-TXN
021600     MOVE DL100-WHSE-BDY-CURRENCY  TO DL110-DTL-CURRENCY
021700     MOVE DL100-WHSE-BDY-AMOUNT    TO DL110-DTL-ORIGINAL
021800     MOVE DL100-WHSE-BASE-AMT      TO DL110-DTL-AMOUNT
021900     WRITE DL110-REPORT-LINE FROM DL110-DETAIL-LINE.
022000 2100-EXIT.
022100     EXIT.
022200
022300*****************************************************************
022400* 2200-FIND-RELEASE-DAY - THE FIRST PROCESSING DAY ON OR AFTER  *
022500* THE EFFECTIVE DATE, STEPPING A DAY AT A TIME PAST WEEKENDS    *
022600* AND HOLIDAYS.  AN UNREADABLE DATE (DL100 NEVER WAREHOUSES     *
022700* ONE) IS LISTED UNDER ITSELF                                   *
022800*****************************************************************
022900 2200-FIND-RELEASE-DAY.
023000     MOVE DL100-WHSE-EFF-DATE TO DL110-RELEASE-DAY
023100     MOVE 'D' TO DL900-CAL-FUNC
023200     MOVE DL110-RELEASE-DAY TO DL900-CAL-DATE-1
023300     CALL 'DL900' USING DL900-CAL-REQUEST
023400     IF DL900-CAL-DATE-INVALID
023500         GO TO 2200-EXIT
023600     END-IF
023700     PERFORM 2250-STEP-ONE-DAY THRU 2250-EXIT
023800         UNTIL DL900-CAL-BUSINESS-DAY.
023900 2200-EXIT.
024000     EXIT.
024100
024200*****************************************************************
024300* 2250-STEP-ONE-DAY                                             *
024400*****************************************************************
024500 2250-STEP-ONE-DAY.
024600     COMPUTE DL110-DAY-INT =
024700         FUNCTION INTEGER-OF-DATE(DL110-RELEASE-DAY) + 1
024800     COMPUTE DL110-RELEASE-DAY =
024900         FUNCTION DATE-OF-INTEGER(DL110-DAY-INT)
025000     MOVE 'D' TO DL900-CAL-FUNC
025100     MOVE DL110-RELEASE-DAY TO DL900-CAL-DATE-1
025200     CALL 'DL900' USING DL900-CAL-REQUEST.
025300 2250-EXIT.
025400     EXIT.
025500
025600*****************************************************************
025700* 2800-PRINT-DAY-TOTAL - THE COUNT AND BASE AMOUNT DUE IN ON    *
025800* ONE BUSINESS DAY, WITH HOW MANY PROCESSING DAYS AWAY IT IS    *
025900*****************************************************************
026000 2800-PRINT-DAY-TOTAL.
026100     MOVE DL110-CURRENT-DAY TO DL110-DAY-DATE
026200     IF DL110-CURRENT-DAY > DL110-TODAY
026300         MOVE 'B' TO DL900-CAL-FUNC
026400         MOVE DL110-TODAY TO DL900-CAL-DATE-1
026500         MOVE DL110-CURRENT-DAY TO DL900-CAL-DATE-2
026600         CALL 'DL900' USING DL900-CAL-REQUEST
026700         MOVE DL900-CAL-BUSDAYS TO DL110-DAY-AWAY
026800         MOVE ' BUSINESS DAYS' TO DL110-DAY-AWAY-LIT
026900     ELSE
027000         MOVE SPACES TO DL110-DAY-AWAY-TEXT
027100         MOVE 'DUE NOW' TO DL110-DAY-AWAY-TEXT
027200     END-IF
027300     MOVE DL110-DAY-CTR     TO DL110-DAY-COUNT
027400     MOVE DL110-DAY-AMOUNT  TO DL110-DAY-TOTAL
027500     WRITE DL110-REPORT-LINE FROM DL110-DAY-LINE
027600     MOVE SPACES TO DL110-REPORT-LINE
027700     WRITE DL110-REPORT-LINE
027800     MOVE ZERO TO DL110-DAY-CTR
027900     MOVE ZERO TO DL110-DAY-AMOUNT.
028000 2800-EXIT.
028100     EXIT.
028200
028300*****************************************************************
028400* 8000-TERMINATE                                                *
028500*****************************************************************
028600 8000-TERMINATE.
028700     MOVE DL110-ITEM-CTR    TO DL110-TOT-COUNT
028800     MOVE DL110-ITEM-AMOUNT TO DL110-TOT-AMOUNT
028900     WRITE DL110-REPORT-LINE FROM DL110-TOTALS-LINE
029000     IF DL110-WHSE-OPEN
029100         CLOSE DL110-WHSE-FILE
029200     END-IF
029300     CLOSE DL110-REPORT-FILE
029400     DISPLAY 'DL110 - ITEMS WAITING       : ' DL110-ITEM-CTR
029500     DISPLAY 'DL110 - RELEASED, NOT LISTED: ' DL110-RELEASED-CTR.
029600 8000-EXIT.
029700     EXIT.

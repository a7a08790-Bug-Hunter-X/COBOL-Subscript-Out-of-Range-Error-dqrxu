000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL250.
000300 AUTHOR.        R SHAUGHNESSY.
000400 INSTALLATION.  DAILY PROCESSING - OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DL250 - GENERAL LEDGER JOURNAL INTERFACE                      *
000900*                                                               *
001000* ACCOUNTING USED TO KEY THE DAY'S TOTALS INTO THE GENERAL      *
001100* LEDGER BY HAND OFF THE DL200 CONTROL REPORT.  THIS PROGRAM    *
001200* READS THE DAY'S EXTRACT (TBLXTRCT - OPERATIONS POINTS THE DD  *
001300* AT THE DAY'S FILE OR, ON A MULTI-PASS DAY, THE COMBINED       *
001400* TBLXTRCM) AND BUILDS A BALANCED DEBIT/CREDIT JOURNAL IN THE   *
001500* GL'S FIXED-WIDTH UPLOAD LAYOUT (TBLGLJR, SEE DL250GL.CPY).    *
001600*                                                               *
001700* EVERY DETAIL IS SUMMED INTO A BUCKET BY SOURCE CODE           *
001800* (M/E/C/W/R) AND TRANSACTION TYPE (A=ADD, R=REVERSAL,          *
001900* J=ADJUSTMENT - THE EXTRACT'S ACTION BYTE), AND EACH BUCKET IS *
002000* POSTED TO THE DEBIT AND CREDIT ACCOUNTS THE TBLGLMP MAPPING   *
002100* FILE GIVES IT.  A REVERSAL, AND THE AMOUNT AN ADJUSTMENT      *
002200* REPLACED, POST AS CONTRA ENTRIES - THE MAPPING'S ACCOUNTS WITH*
002300* DEBIT AND CREDIT SWAPPED - SO THE JOURNAL NETS EXACTLY AS THE *
002400* EXTRACT HASH DOES.  (A REVERSAL OR ADJUSTMENT DL100 APPLIED TO*
002500* THE TABLE BEFORE THE ENTRY EVER SHIPPED NEVER REACHED THE     *
002600* EXTRACT OR THE LEDGER, SO IT HAS NOTHING TO REVERSE; THE      *
002700* INTRADAY CUT CORRECTIONS ARE THE ONES THAT POST CONTRA.)      *
002800*                                                               *
002900* THE JOURNAL IS IN BASE CURRENCY: EACH DETAIL POSTS THE BASE   *
003000* AMOUNT DL100 WORKED OUT AT THE BUSINESS DATE'S RATE, OR ITS   *
003100* OWN AMOUNT WHERE IT CARRIES NONE (A DETAIL WRITTEN BEFORE     *
003110* CURRENCIES CAME IN).  THE JOURNAL'S NET MUST EQUAL THE DAY'S  *
003120* ACTUAL EXTRACT BASE AMOUNT LEG ON THE TBLBALR AMOUNT PROOF    *
003130* (SUMMED ACROSS A MULTI-PASS DAY'S STACKED PROOFS; A PROOF     *
003140* WITHOUT THAT LEG IS TAKEN AT ITS TRAILER HASH LEG).  THE      *
003150* DETAILS' NET IN THEIR ORIGINAL AMOUNTS MUST EQUAL THE         *
003160* EXTRACT'S OWN TRAILER HASH, AND THE DEBITS MUST EQUAL THE     *
003180* CREDITS.  THE JOURNAL IS BUILT IN STORAGE AND TBLGLJR IS      *
003200* ONLY OPENED ONCE ALL OF THAT HOLDS - A DAY THAT DOES NOT TIE, *
003400* OR MONEY WITH NO MAPPING, GETS NO FILE AT ALL, ONLY THE       *
003500* REASON ON THE TBLGLRP REGISTER.                               *
003600*                                                               *
003700* MAPPING CARDS ON TBLGLMP (A CARD WITH '*' IN COLUMN 1 AND     *
003750* COLUMN 2 BLANK IS A COMMENT):                                 *
003800*   COL 1      SOURCE CODE, OR * FOR ANY SOURCE                 *
003900*   COL 2      TRANSACTION TYPE (A/R/J), OR * FOR ANY TYPE      *
004000*   COL 4-15   DEBIT ACCOUNT                                    *
004100*   COL 17-28  CREDIT ACCOUNT                                   *
004200*   COL 30-49  DESCRIPTION FOR THE JOURNAL LINES                *
004300* THE MOST SPECIFIC CARD WINS: SOURCE AND TYPE, THEN SOURCE     *
004400* WITH ANY TYPE, THEN ANY SOURCE WITH THE TYPE, THEN * *.  AN   *
004420* ACCOUNT MAY NOT CONTAIN '*' - A CARD WITH ONE (A ROW OF       *
004440* ASTERISKS MEANT AS A BANNER) IS A BAD CARD AND REFUSES THE    *
004460* JOURNAL.                                                      *
004500*                                                               *
004600* RETURN CODES: 8 = JOURNAL REFUSED, NO FILE WRITTEN (SEE THE   *
004700* REGISTER); 0 = JOURNAL WRITTEN.                               *
004800*                                                               *
004900* MODIFICATION HISTORY                                          *
005000* ---------------------------------------------------------     *
005100* 10/15/2026  RS   ORIGINAL PROGRAM.                            *
005110* 10/15/2026  RS   JOURNAL NOW POSTS THE BASE-CURRENCY AMOUNTS  *
005120*                  DL100 CARRIES ON EACH DETAIL AND TIES TO THE *
005130*                  TBLBALR ACTUAL EXTRACT BASE AMOUNT LEG; THE  *
005140*                  EXTRACT TRAILER, WHICH STAYS A SUM OF        *
005150*                  ORIGINAL AMOUNTS, IS TIED BY A SEPARATE NET  *
005160*                  OF THE DETAILS AS SHIPPED.                   *
005165* 10/15/2026  RS   A MAPPING CARD WITH '*' IN EITHER ACCOUNT IS *
005170*                  REFUSED AS A BAD CARD, SO A BANNER OF        *
005175*                  ASTERISKS CANNOT LOAD AS A CATCH-ALL         *
005180*                  MAPPING.                                     *
005200*****************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-370.
005600 OBJECT-COMPUTER.   IBM-370.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT DL250-EXTRACT-FILE
006000         ASSIGN TO TBLXTRCT
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS DL250-XTR-STATUS.
006300
006400     SELECT DL250-BALANCE-FILE
006500         ASSIGN TO TBLBALR
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS DL250-BALR-STATUS.
006800
006900     SELECT DL250-MAP-FILE
007000         ASSIGN TO TBLGLMP
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS DL250-MAP-STATUS.
007300
007400     SELECT DL250-JOURNAL-FILE
007500         ASSIGN TO TBLGLJR
007600         ORGANIZATION IS LINE SEQUENTIAL.
007700
007800     SELECT DL250-REPORT-FILE
007900         ASSIGN TO TBLGLRP
008000         ORGANIZATION IS LINE SEQUENTIAL.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  DL250-EXTRACT-FILE
008500     RECORDING MODE IS F.
008600 COPY "dl100ex.cpy".
008700
008800 FD  DL250-BALANCE-FILE
008900     RECORDING MODE IS F.
009000 01  DL250-BALANCE-RECORD.
009100     05  DL250-BLR-LABEL            PIC X(34).
009200     05  DL250-BLR-SIGN             PIC X(01).
009300     05  DL250-BLR-DIGITS           PIC 9(14).
009400     05  FILLER                     PIC X(31).
009500
009600 FD  DL250-MAP-FILE
009700     RECORDING MODE IS F.
009800 01  DL250-MAP-RECORD.
009900     05  DL250-MPC-SOURCE           PIC X(01).
010000     05  DL250-MPC-TXN              PIC X(01).
010100     05  FILLER                     PIC X(01).
010200     05  DL250-MPC-DR-ACCT          PIC X(12).
010300     05  FILLER                     PIC X(01).
010400     05  DL250-MPC-CR-ACCT          PIC X(12).
010500     05  FILLER                     PIC X(01).
010600     05  DL250-MPC-DESC             PIC X(20).
010700     05  FILLER                     PIC X(31).
010800
010900 FD  DL250-JOURNAL-FILE
011000     RECORDING MODE IS F.
011100 COPY "dl250gl.cpy".
011200
011300 FD  DL250-REPORT-FILE
011400     RECORDING MODE IS F.
011500 01  DL250-REPORT-LINE              PIC X(132).
011600
011700 WORKING-STORAGE SECTION.
011800 77  DL250-XTR-STATUS           PIC X(02) VALUE '00'.
011900 77  DL250-BALR-STATUS          PIC X(02) VALUE '00'.
012000 77  DL250-MAP-STATUS           PIC X(02) VALUE '00'.
012100 77  DL250-TODAY                PIC 9(08) VALUE ZERO.
012200 77  DL250-BUS-DATE             PIC 9(08) VALUE ZERO.
012300 77  DL250-BALR-DATE            PIC 9(08) VALUE ZERO.
012400
012500 77  DL250-DTL-CTR              PIC 9(06) COMP VALUE ZERO.
012600 77  DL250-BAD-AMT-CTR          PIC 9(06) COMP VALUE ZERO.
012700 77  DL250-BAD-MAP-CTR          PIC 9(06) COMP VALUE ZERO.
012800 77  DL250-UNMAPPED-CTR         PIC 9(06) COMP VALUE ZERO.
012900 77  DL250-BALR-LEG-CTR         PIC 9(06) COMP VALUE ZERO.
012950 77  DL250-BALR-HASH-CTR        PIC 9(06) COMP VALUE ZERO.
013000 77  DL250-LINE-CTR             PIC 9(06) COMP VALUE ZERO.
013100 77  DL250-MAP-CTR              PIC 9(04) COMP VALUE ZERO.
013200 77  DL250-MAP-IDX              PIC 9(04) COMP VALUE ZERO.
013300 77  DL250-BKT-CTR              PIC 9(04) COMP VALUE ZERO.
013400 77  DL250-BKT-IDX              PIC 9(04) COMP VALUE ZERO.
013500 77  DL250-FOUND-IDX            PIC 9(04) COMP VALUE ZERO.
013550 77  DL250-STAR-CTR             PIC 9(04) COMP VALUE ZERO.
013600 77  DL250-AMT-NUM              PIC 9(09).
013700
013800 01  DL250-TOTALS.
013900     05  DL250-NORMAL-TOTAL         PIC 9(15) VALUE ZERO.
014000     05  DL250-CONTRA-TOTAL         PIC 9(15) VALUE ZERO.
014100     05  DL250-DEBIT-TOTAL          PIC 9(15) VALUE ZERO.
014200     05  DL250-CREDIT-TOTAL         PIC 9(15) VALUE ZERO.
014300     05  DL250-JOURNAL-NET          PIC S9(15) VALUE ZERO.
014400     05  DL250-BALR-LEG-TOTAL       PIC S9(15) VALUE ZERO.
014420     05  DL250-BALR-HASH-TOTAL      PIC S9(15) VALUE ZERO.
014440     05  DL250-ORIG-NET             PIC S9(15) VALUE ZERO.
014500     05  DL250-EXT-TRL-HASH         PIC 9(13) VALUE ZERO.
014600     05  DL250-AMT-DIFF             PIC S9(15) VALUE ZERO.
014700
014800*    ONE CARD PER SOURCE/TYPE PAIR; 100 IS FAR MORE THAN THE SIX
014900*    FEEDS AND THREE TYPES CAN USE
015000 01  DL250-MAP-TABLE.
015100     05  DL250-MAP-ENTRY OCCURS 100 TIMES.
015200         10  DL250-MAP-SOURCE       PIC X(01).
015300         10  DL250-MAP-TXN          PIC X(01).
015400         10  DL250-MAP-DR-ACCT      PIC X(12).
015500         10  DL250-MAP-CR-ACCT      PIC X(12).
015600         10  DL250-MAP-DESC         PIC X(20).
015700
015800*    ONE BUCKET PER SOURCE/TYPE PAIR THE EXTRACT ACTUALLY CARRIES
015900 01  DL250-BUCKET-TABLE.
016000     05  DL250-BKT-ENTRY OCCURS 50 TIMES.
016100         10  DL250-BKT-SOURCE       PIC X(01).
016200         10  DL250-BKT-TXN          PIC X(01).
016300         10  DL250-BKT-MAP-IDX      PIC 9(04) COMP.
016400         10  DL250-BKT-NORM-CTR     PIC 9(06) COMP.
016500         10  DL250-BKT-NORM-AMT     PIC 9(13).
016600         10  DL250-BKT-CONTRA-CTR   PIC 9(06) COMP.
016700         10  DL250-BKT-CONTRA-AMT   PIC 9(13).
016800
016900 01  DL250-WORK-FIELDS.
017000     05  DL250-WANT-SOURCE          PIC X(01).
017100     05  DL250-WANT-TXN             PIC X(01).
017200     05  DL250-POST-AMT             PIC 9(13).
017300     05  DL250-POST-CONTRA-SW       PIC X(01).
017400         88  DL250-POST-CONTRA                 VALUE 'Y'.
017500     05  DL250-BATCH-NAME.
017600         10  FILLER                 PIC X(02) VALUE 'DL'.
017700         10  DL250-BATCH-DATE       PIC 9(08).
017800     05  DL250-LINE-DESC.
017900         10  DL250-LDS-MAP-DESC     PIC X(20).
018000         10  DL250-LDS-CONTRA       PIC X(10).
018100
018200 01  DL250-HEADING-1.
018300     05  FILLER                     PIC X(46) VALUE
018400             'DL250 - GENERAL LEDGER JOURNAL  BUSINESS DATE '.
018500     05  DL250-HDG-BUS-DATE         PIC 9(08).
018600     05  FILLER                     PIC X(09) VALUE '  RUN ON '.
018700     05  DL250-HDG-TODAY            PIC 9(08).
018800     05  FILLER                     PIC X(61) VALUE SPACES.
018900
019000 01  DL250-HEADING-2.
019100     05  FILLER                     PIC X(08) VALUE 'SRC TYP '.
019200     05  FILLER                     PIC X(13) VALUE 'DEBIT ACCT'.
019300     05  FILLER                     PIC X(12) VALUE 'CREDIT ACCT'.
019400     05  FILLER                     PIC X(10) VALUE 'NORMAL CNT'.
019500     05  FILLER                     PIC X(20) VALUE
019600             '       NORMAL AMOUNT'.
019700     05  FILLER                     PIC X(12) VALUE
019800             '  CONTRA CNT'.
019900     05  FILLER                     PIC X(20) VALUE
020000             '       CONTRA AMOUNT'.
020100     05  FILLER                     PIC X(37) VALUE
020200             '  DESCRIPTION'.
020300
020400 01  DL250-BUCKET-LINE.
020500     05  FILLER                     PIC X(01) VALUE SPACE.
020600     05  DL250-BKL-SOURCE           PIC X(01).
020700     05  FILLER                     PIC X(03) VALUE SPACES.
020800     05  DL250-BKL-TXN              PIC X(01).
020900     05  FILLER                     PIC X(02) VALUE SPACES.
021000     05  DL250-BKL-DR-ACCT          PIC X(12).
021100     05  FILLER                     PIC X(01) VALUE SPACE.
021200     05  DL250-BKL-CR-ACCT          PIC X(12).
021300     05  FILLER                     PIC X(03) VALUE SPACES.
021400     05  DL250-BKL-NORM-CTR         PIC ZZZ,ZZ9.
021500     05  FILLER                     PIC X(02) VALUE SPACES.
021600     05  DL250-BKL-NORM-AMT         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
021700     05  FILLER                     PIC X(05) VALUE SPACES.
021800     05  DL250-BKL-CONTRA-CTR       PIC ZZZ,ZZ9.
021900     05  FILLER                     PIC X(02) VALUE SPACES.
022000     05  DL250-BKL-CONTRA-AMT       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
022100     05  FILLER                     PIC X(02) VALUE SPACES.
022200     05  DL250-BKL-DESC             PIC X(20).
022300     05  FILLER                     PIC X(15) VALUE SPACES.
022400
022500 01  DL250-PROOF-LINE.
022600     05  DL250-PRF-LABEL            PIC X(40).
022700     05  DL250-PRF-AMOUNT           PIC -,---,---,---,---,--9.
022800     05  FILLER                     PIC X(72) VALUE SPACES.
022900
023000 01  DL250-MESSAGE-LINE.
023100     05  DL250-MSG-TEXT             PIC X(60).
023200     05  DL250-MSG-VALUE            PIC X(12).
023300     05  FILLER                     PIC X(60) VALUE SPACES.
023400
023500 01  DL250-SWITCHES.
023600     05  DL250-MAP-EOF-SW           PIC X(01) VALUE 'N'.
023700         88  DL250-MAP-EOF                     VALUE 'Y'.
023800     05  DL250-XTR-EOF-SW           PIC X(01) VALUE 'N'.
023900         88  DL250-XTR-EOF                     VALUE 'Y'.
024000     05  DL250-XTR-MISSING-SW       PIC X(01) VALUE 'N'.
024100         88  DL250-XTR-MISSING                 VALUE 'Y'.
024200     05  DL250-TRL-SEEN-SW          PIC X(01) VALUE 'N'.
024300         88  DL250-TRL-SEEN                    VALUE 'Y'.
024400     05  DL250-BKT-FULL-SW          PIC X(01) VALUE 'N'.
024500         88  DL250-BKT-FULL                    VALUE 'Y'.
024600     05  DL250-BALR-EOF-SW          PIC X(01) VALUE 'N'.
024700         88  DL250-BALR-EOF                    VALUE 'Y'.
024800     05  DL250-BALR-IN-DAY-SW       PIC X(01) VALUE 'N'.
024900         88  DL250-BALR-IN-DAY                 VALUE 'Y'.
025000     05  DL250-REFUSED-SW           PIC X(01) VALUE 'N'.
025100         88  DL250-REFUSED                     VALUE 'Y'.
025200
025300 PROCEDURE DIVISION.
025400*****************************************************************
025500* 0000-MAINLINE                                                 *
025600*****************************************************************
025700 0000-MAINLINE.
025800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025900     PERFORM 2000-READ-EXTRACT THRU 2000-EXIT.
026000     PERFORM 3000-RESOLVE-MAPPINGS THRU 3000-EXIT.
026100     PERFORM 4000-READ-BALANCE-PROOF THRU 4000-EXIT.
026200     PERFORM 5000-PROVE-JOURNAL THRU 5000-EXIT.
026300     IF NOT DL250-REFUSED
026400         PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
026500     END-IF.
026600     PERFORM 8000-TERMINATE THRU 8000-EXIT.
026700     GOBACK.
026800
026900*****************************************************************
027000* 1000-INITIALIZE - THE REGISTER AND THE GL MAPPING TABLE.  A   *
027100* BAD MAPPING CARD REFUSES THE JOURNAL - POSTING A DAY WITH HALF*
027200* A MAP IS WORSE THAN POSTING IT LATE.                          *
027300*****************************************************************
027400 1000-INITIALIZE.
027500     ACCEPT DL250-TODAY FROM DATE YYYYMMDD
027600     OPEN OUTPUT DL250-REPORT-FILE
027700     OPEN INPUT DL250-MAP-FILE
027800     IF DL250-MAP-STATUS NOT = '00'
027900         MOVE 'NO TBLGLMP MAPPING FILE - STATUS' TO DL250-MSG-TEXT
028000         MOVE DL250-MAP-STATUS TO DL250-MSG-VALUE
028100         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
028200         SET DL250-REFUSED TO TRUE
028300         GO TO 1000-EXIT
028400     END-IF
028500     PERFORM 1100-LOAD-ONE-MAP THRU 1100-EXIT
028600         UNTIL DL250-MAP-EOF
028700     CLOSE DL250-MAP-FILE.
028800 1000-EXIT.
028900     EXIT.
029000
029100*****************************************************************
029200* 1100-LOAD-ONE-MAP                                             *
029300*****************************************************************
029400 1100-LOAD-ONE-MAP.
029500     READ DL250-MAP-FILE
029600         AT END
029700             SET DL250-MAP-EOF TO TRUE
029800             GO TO 1100-EXIT
029900     END-READ
030000     IF DL250-MAP-RECORD = SPACES
030100         OR DL250-MPC-SOURCE = '*' AND DL250-MPC-TXN = SPACE
030200         GO TO 1100-EXIT
030300     END-IF
030320     MOVE ZERO TO DL250-STAR-CTR
030340     INSPECT DL250-MPC-DR-ACCT TALLYING DL250-STAR-CTR FOR ALL '*'
030360     INSPECT DL250-MPC-CR-ACCT TALLYING DL250-STAR-CTR FOR ALL '*'
030400     IF DL250-MPC-SOURCE = SPACE
030500         OR DL250-MPC-TXN = SPACE
030600         OR DL250-MPC-DR-ACCT = SPACES
030700         OR DL250-MPC-CR-ACCT = SPACES
030750         OR DL250-STAR-CTR > ZERO
030800         OR DL250-MAP-CTR NOT < 100
030900         DISPLAY 'DL250 - BAD MAPPING CARD: ' DL250-MAP-RECORD
031000         ADD 1 TO DL250-BAD-MAP-CTR
031100         GO TO 1100-EXIT
031200     END-IF
031300     ADD 1 TO DL250-MAP-CTR
031400     MOVE DL250-MPC-SOURCE  TO DL250-MAP-SOURCE(DL250-MAP-CTR)
031500     MOVE DL250-MPC-TXN     TO DL250-MAP-TXN(DL250-MAP-CTR)
031600     MOVE DL250-MPC-DR-ACCT TO DL250-MAP-DR-ACCT(DL250-MAP-CTR)
031700     MOVE DL250-MPC-CR-ACCT TO DL250-MAP-CR-ACCT(DL250-MAP-CTR)
031800     MOVE DL250-MPC-DESC    TO DL250-MAP-DESC(DL250-MAP-CTR).
031900 1100-EXIT.
032000     EXIT.
032100
032200*****************************************************************
032300* 2000-READ-EXTRACT - SUM EVERY DETAIL INTO ITS SOURCE/TYPE     *
032400* BUCKET.  THE FIRST HEADER GIVES THE BUSINESS DATE (A COMBINED *
032500* TBLXTRCM CARRIES PASS 1'S); THE LAST TRAILER GIVES THE HASH   *
032600* SETTLEMENT BALANCES AGAINST.  CUT RECORDS ARE PASSED BY.      *
032700*****************************************************************
032800 2000-READ-EXTRACT.
032900     OPEN INPUT DL250-EXTRACT-FILE
033000     IF DL250-XTR-STATUS NOT = '00'
033100         SET DL250-XTR-MISSING TO TRUE
033200         GO TO 2000-EXIT
033300     END-IF
033400     PERFORM 2100-READ-ONE-RECORD THRU 2100-EXIT
033500         UNTIL DL250-XTR-EOF
033600     CLOSE DL250-EXTRACT-FILE.
033700 2000-EXIT.
033800     EXIT.
033900
034000*****************************************************************
034100* 2100-READ-ONE-RECORD                                          *
034200*****************************************************************
034300 2100-READ-ONE-RECORD.
034400     READ DL250-EXTRACT-FILE
034500         AT END
034600             SET DL250-XTR-EOF TO TRUE
034700             GO TO 2100-EXIT
034800     END-READ
034900     EVALUATE DL100-EXT-HDR-TYPE
035000         WHEN 'H'
035100             IF DL250-BUS-DATE = ZERO
035200                 MOVE DL100-EXT-HDR-RUN-DATE TO DL250-BUS-DATE
035300             END-IF
035400         WHEN 'D'
035500             PERFORM 2200-BUCKET-ONE-DETAIL THRU 2200-EXIT
035600         WHEN 'T'
035700             MOVE DL100-EXT-TRL-HASH-TOTAL TO DL250-EXT-TRL-HASH
035800             SET DL250-TRL-SEEN TO TRUE
035900         WHEN OTHER
036000             CONTINUE
036100     END-EVALUATE.
036200 2100-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600* 2200-BUCKET-ONE-DETAIL - AN ADD POSTS NORMAL; A REVERSAL      *
036700* POSTS CONTRA; AN ADJUSTMENT POSTS ITS NEW AMOUNT NORMAL AND   *
036800* THE AMOUNT IT REPLACED CONTRA - THE SAME NETTING DL420 AND    *
036900* THE EXTRACT TRAILER USE.  THE BUCKETS TAKE THE BASE-CURRENCY  *
037000* AMOUNTS; DL250-ORIG-NET NETS THE ORIGINAL AMOUNTS THE SAME    *
037020* WAY FOR THE TRAILER TIE.  AN AMOUNT THAT IS NOT NUMERIC       *
037040* CANNOT BE POSTED AND REFUSES THE JOURNAL.                     *
037100*****************************************************************
037200 2200-BUCKET-ONE-DETAIL.
037300     ADD 1 TO DL250-DTL-CTR
037400     MOVE DL100-EXT-DTL-SOURCE TO DL250-WANT-SOURCE
037500     EVALUATE TRUE
037600         WHEN DL100-EXT-ACT-REVERSAL
037700             MOVE 'R' TO DL250-WANT-TXN
037800         WHEN DL100-EXT-ACT-ADJUSTMENT
037900             MOVE 'J' TO DL250-WANT-TXN
038000         WHEN OTHER
038100             MOVE 'A' TO DL250-WANT-TXN
038200     END-EVALUATE
038300     PERFORM 2300-FIND-BUCKET THRU 2300-EXIT
038400     IF DL250-FOUND-IDX = ZERO
038500         GO TO 2200-EXIT
038600     END-IF
038700     IF DL100-EXT-DTL-AMOUNT IS NOT NUMERIC
038800         ADD 1 TO DL250-BAD-AMT-CTR
038900         GO TO 2200-EXIT
039000     END-IF
039100     MOVE DL100-EXT-DTL-AMOUNT TO DL250-AMT-NUM
039110     IF DL100-EXT-ACT-REVERSAL
039120         SUBTRACT DL250-AMT-NUM FROM DL250-ORIG-NET
039130     ELSE
039140         ADD DL250-AMT-NUM TO DL250-ORIG-NET
039150     END-IF
039160     IF DL100-EXT-DTL-BASE-AMOUNT IS NUMERIC
039170         MOVE DL100-EXT-DTL-BASE-AMOUNT TO DL250-AMT-NUM
039180     END-IF
039200     IF DL100-EXT-ACT-REVERSAL
039300         ADD 1 TO DL250-BKT-CONTRA-CTR(DL250-FOUND-IDX)
039400         ADD DL250-AMT-NUM
039500             TO DL250-BKT-CONTRA-AMT(DL250-FOUND-IDX)
039600         GO TO 2200-EXIT
039700     END-IF
039800     ADD 1 TO DL250-BKT-NORM-CTR(DL250-FOUND-IDX)
039900     ADD DL250-AMT-NUM TO DL250-BKT-NORM-AMT(DL250-FOUND-IDX)
040000     IF DL100-EXT-ACT-ADJUSTMENT
040100         IF DL100-EXT-DTL-OLD-AMOUNT IS NOT NUMERIC
040200             ADD 1 TO DL250-BAD-AMT-CTR
040300             GO TO 2200-EXIT
040400         END-IF
040500         MOVE DL100-EXT-DTL-OLD-AMOUNT TO DL250-AMT-NUM
040520         SUBTRACT DL250-AMT-NUM FROM DL250-ORIG-NET
040540         IF DL100-EXT-DTL-OLD-BASE IS NUMERIC
040560             MOVE DL100-EXT-DTL-OLD-BASE TO DL250-AMT-NUM
040580         END-IF
040600         ADD 1 TO DL250-BKT-CONTRA-CTR(DL250-FOUND-IDX)
040700         ADD DL250-AMT-NUM
040800             TO DL250-BKT-CONTRA-AMT(DL250-FOUND-IDX)
040900     END-IF.
041000 2200-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400* 2300-FIND-BUCKET - THE BUCKET FOR DL250-WANT-SOURCE/WANT-TXN, *
041500* OPENED ON FIRST SIGHT.  A FULL TABLE REFUSES THE JOURNAL.     *
041600*****************************************************************
041700 2300-FIND-BUCKET.
041800     MOVE ZERO TO DL250-FOUND-IDX
041900     PERFORM 2310-MATCH-ONE-BUCKET THRU 2310-EXIT
042000         VARYING DL250-BKT-IDX FROM 1 BY 1
042100         UNTIL DL250-BKT-IDX > DL250-BKT-CTR
042200             OR DL250-FOUND-IDX > ZERO
042300     IF DL250-FOUND-IDX > ZERO
042400         GO TO 2300-EXIT
042500     END-IF
042600     IF DL250-BKT-CTR NOT < 50
042700         SET DL250-BKT-FULL TO TRUE
042800         GO TO 2300-EXIT
042900     END-IF
043000     ADD 1 TO DL250-BKT-CTR
043100     MOVE DL250-BKT-CTR     TO DL250-FOUND-IDX
043200     MOVE DL250-WANT-SOURCE TO DL250-BKT-SOURCE(DL250-FOUND-IDX)
043300     MOVE DL250-WANT-TXN    TO DL250-BKT-TXN(DL250-FOUND-IDX)
043400     MOVE ZERO TO DL250-BKT-MAP-IDX(DL250-FOUND-IDX)
043500     MOVE ZERO TO DL250-BKT-NORM-CTR(DL250-FOUND-IDX)
043600     MOVE ZERO TO DL250-BKT-NORM-AMT(DL250-FOUND-IDX)
043700     MOVE ZERO TO DL250-BKT-CONTRA-CTR(DL250-FOUND-IDX)
043800     MOVE ZERO TO DL250-BKT-CONTRA-AMT(DL250-FOUND-IDX).
043900 2300-EXIT.
044000     EXIT.
044100
044200*****************************************************************
044300* 2310-MATCH-ONE-BUCKET                                         *
044400*****************************************************************
044500 2310-MATCH-ONE-BUCKET.
044600     IF DL250-BKT-SOURCE(DL250-BKT-IDX) = DL250-WANT-SOURCE
044700         AND DL250-BKT-TXN(DL250-BKT-IDX) = DL250-WANT-TXN
044800         MOVE DL250-BKT-IDX TO DL250-FOUND-IDX
044900     END-IF.
045000 2310-EXIT.
045100     EXIT.
045200
045300*****************************************************************
045400* 3000-RESOLVE-MAPPINGS - GIVE EVERY BUCKET ITS MAPPING CARD,   *
045500* MOST SPECIFIC FIRST.  A BUCKET NO CARD COVERS IS LISTED AND   *
045600* REFUSES THE JOURNAL.                                          *
045700*****************************************************************
045800 3000-RESOLVE-MAPPINGS.
045900     PERFORM 3100-RESOLVE-ONE-BUCKET THRU 3100-EXIT
046000         VARYING DL250-BKT-IDX FROM 1 BY 1
046100         UNTIL DL250-BKT-IDX > DL250-BKT-CTR.
046200 3000-EXIT.
046300     EXIT.
046400
046500*****************************************************************
046600* 3100-RESOLVE-ONE-BUCKET                                       *
046700*****************************************************************
046800 3100-RESOLVE-ONE-BUCKET.
046900     MOVE DL250-BKT-SOURCE(DL250-BKT-IDX) TO DL250-WANT-SOURCE
047000     MOVE DL250-BKT-TXN(DL250-BKT-IDX)    TO DL250-WANT-TXN
047100     PERFORM 3200-LOOKUP-MAP THRU 3200-EXIT
047200     IF DL250-FOUND-IDX = ZERO
047300         MOVE '*' TO DL250-WANT-TXN
047400         PERFORM 3200-LOOKUP-MAP THRU 3200-EXIT
047500     END-IF
047600     IF DL250-FOUND-IDX = ZERO
047700         MOVE '*' TO DL250-WANT-SOURCE
047800         MOVE DL250-BKT-TXN(DL250-BKT-IDX) TO DL250-WANT-TXN
047900         PERFORM 3200-LOOKUP-MAP THRU 3200-EXIT
048000     END-IF
048100     IF DL250-FOUND-IDX = ZERO
048200         MOVE '*' TO DL250-WANT-TXN
048300         PERFORM 3200-LOOKUP-MAP THRU 3200-EXIT
048400     END-IF
048500     MOVE DL250-FOUND-IDX TO DL250-BKT-MAP-IDX(DL250-BKT-IDX)
048600     IF DL250-FOUND-IDX = ZERO
048700         ADD 1 TO DL250-UNMAPPED-CTR
048800         MOVE 'NO GL MAPPING FOR SOURCE/TYPE' TO DL250-MSG-TEXT
048900         MOVE SPACES TO DL250-MSG-VALUE
049000         MOVE DL250-BKT-SOURCE(DL250-BKT-IDX)
049100             TO DL250-MSG-VALUE(1:1)
049200         MOVE '/' TO DL250-MSG-VALUE(2:1)
049300         MOVE DL250-BKT-TXN(DL250-BKT-IDX)
049400             TO DL250-MSG-VALUE(3:1)
049500         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
049600     END-IF.
049700 3100-EXIT.
049800     EXIT.
049900
050000*****************************************************************
050100* 3200-LOOKUP-MAP - FIRST CARD EXACTLY MATCHING                 *
050200* DL250-WANT-SOURCE AND WANT-TXN, INTO DL250-FOUND-IDX (ZERO IF *
050300* THERE IS NONE)                                                *
050400*****************************************************************
050500 3200-LOOKUP-MAP.
050600     MOVE ZERO TO DL250-FOUND-IDX
050700     PERFORM 3210-MATCH-ONE-MAP THRU 3210-EXIT
050800         VARYING DL250-MAP-IDX FROM 1 BY 1
050900         UNTIL DL250-MAP-IDX > DL250-MAP-CTR
051000             OR DL250-FOUND-IDX > ZERO.
051100 3200-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500* 3210-MATCH-ONE-MAP                                            *
051600*****************************************************************
051700 3210-MATCH-ONE-MAP.
051800     IF DL250-MAP-SOURCE(DL250-MAP-IDX) = DL250-WANT-SOURCE
051900         AND DL250-MAP-TXN(DL250-MAP-IDX) = DL250-WANT-TXN
052000         MOVE DL250-MAP-IDX TO DL250-FOUND-IDX
052100     END-IF.
052200 3210-EXIT.
052300     EXIT.
052400
052500*****************************************************************
052600* 4000-READ-BALANCE-PROOF - PICK THE ACTUAL EXTRACT LEG OFF THE *
052700* TBLBALR AMOUNT PROOF FOR THE EXTRACT'S BUSINESS DATE.  EACH   *
052800* PASS OF A MULTI-PASS DAY STACKS ITS OWN PROOF BEHIND A        *
052900* BUSINESS DATE LINE, SO THE DAY'S LEG IS THE SUM OF EVERY      *
053000* PASS'S.  THE LEG IS THE BASE AMOUNT LINE; THE TRAILER HASH    *
053100* LINE IS KEPT TOO, FOR A PROOF WRITTEN BEFORE THE BASE AMOUNT  *
053120* LINE EXISTED.  A TRAILER-FAILED RUN SHIPPED NOTHING AND       *
053140* PRINTS NO EXTRACT LEG.                                        *
053200*****************************************************************
053300 4000-READ-BALANCE-PROOF.
053400     OPEN INPUT DL250-BALANCE-FILE
053500     IF DL250-BALR-STATUS NOT = '00'
053600         GO TO 4000-EXIT
053700     END-IF
053800     PERFORM 4100-READ-ONE-PROOF-LINE THRU 4100-EXIT
053900         UNTIL DL250-BALR-EOF
054000     CLOSE DL250-BALANCE-FILE
054020     IF DL250-BALR-LEG-CTR = ZERO
054040         MOVE DL250-BALR-HASH-CTR   TO DL250-BALR-LEG-CTR
054060         MOVE DL250-BALR-HASH-TOTAL TO DL250-BALR-LEG-TOTAL
054080     END-IF.
054100 4000-EXIT.
054200     EXIT.
054300
054400*****************************************************************
054500* 4100-READ-ONE-PROOF-LINE                                      *
054600*****************************************************************
054700 4100-READ-ONE-PROOF-LINE.
054800     READ DL250-BALANCE-FILE
054900         AT END
055000             SET DL250-BALR-EOF TO TRUE
055100             GO TO 4100-EXIT
055200     END-READ
055300     IF DL250-BLR-DIGITS IS NOT NUMERIC
055400         GO TO 4100-EXIT
055500     END-IF
055600     IF DL250-BLR-LABEL = 'BUSINESS DATE'
055700         MOVE DL250-BLR-DIGITS TO DL250-BALR-DATE
055800         IF DL250-BALR-DATE = DL250-BUS-DATE
055900             SET DL250-BALR-IN-DAY TO TRUE
056000         ELSE
056100             MOVE 'N' TO DL250-BALR-IN-DAY-SW
056200         END-IF
056300         GO TO 4100-EXIT
056400     END-IF
056500     IF DL250-BLR-LABEL = 'ACTUAL EXTRACT TRAILER HASH'
056505         AND DL250-BALR-IN-DAY
056510         ADD 1 TO DL250-BALR-HASH-CTR
056515         IF DL250-BLR-SIGN = '-'
056520             SUBTRACT DL250-BLR-DIGITS FROM DL250-BALR-HASH-TOTAL
056525         ELSE
056530             ADD DL250-BLR-DIGITS TO DL250-BALR-HASH-TOTAL
056535         END-IF
056540         GO TO 4100-EXIT
056545     END-IF
056550     IF DL250-BLR-LABEL = 'ACTUAL EXTRACT BASE AMOUNT'
056600         AND DL250-BALR-IN-DAY
056700         ADD 1 TO DL250-BALR-LEG-CTR
056800         IF DL250-BLR-SIGN = '-'
056900             SUBTRACT DL250-BLR-DIGITS FROM DL250-BALR-LEG-TOTAL
057000         ELSE
057100             ADD DL250-BLR-DIGITS TO DL250-BALR-LEG-TOTAL
057200         END-IF
057300     END-IF.
057400 4100-EXIT.
057500     EXIT.
057600
057700*****************************************************************
057800* 5000-PROVE-JOURNAL - LIST THE BUCKETS, TOTAL THE JOURNAL, AND *
057900* DECIDE WHETHER IT MAY BE WRITTEN.  EVERY REASON FOR A REFUSAL *
058000* PRINTS, NOT JUST THE FIRST, SO ONE RERUN FIXES THEM ALL.      *
058100*****************************************************************
058200 5000-PROVE-JOURNAL.
058300     MOVE DL250-BUS-DATE TO DL250-HDG-BUS-DATE
058400     MOVE DL250-TODAY    TO DL250-HDG-TODAY
058500     WRITE DL250-REPORT-LINE FROM DL250-HEADING-1
058600     MOVE SPACES TO DL250-REPORT-LINE
058700     WRITE DL250-REPORT-LINE
058800     WRITE DL250-REPORT-LINE FROM DL250-HEADING-2
058900     PERFORM 5100-TOTAL-ONE-BUCKET THRU 5100-EXIT
059000         VARYING DL250-BKT-IDX FROM 1 BY 1
059100         UNTIL DL250-BKT-IDX > DL250-BKT-CTR
059200     COMPUTE DL250-JOURNAL-NET =
059300             DL250-NORMAL-TOTAL - DL250-CONTRA-TOTAL
059400     MOVE SPACES TO DL250-REPORT-LINE
059500     WRITE DL250-REPORT-LINE
059600     MOVE 'EXTRACT DETAILS READ'      TO DL250-PRF-LABEL
059700     MOVE DL250-DTL-CTR               TO DL250-PRF-AMOUNT
059800     PERFORM 7950-WRITE-PROOF-LINE THRU 7950-EXIT
059900     MOVE 'JOURNAL NORMAL POSTINGS'   TO DL250-PRF-LABEL
060000     MOVE DL250-NORMAL-TOTAL          TO DL250-PRF-AMOUNT
060100     PERFORM 7950-WRITE-PROOF-LINE THRU 7950-EXIT
060200     MOVE 'LESS CONTRA POSTINGS'      TO DL250-PRF-LABEL
060300     MOVE DL250-CONTRA-TOTAL          TO DL250-PRF-AMOUNT
060400     PERFORM 7950-WRITE-PROOF-LINE THRU 7950-EXIT
060500     MOVE 'JOURNAL NET'               TO DL250-PRF-LABEL
060600     MOVE DL250-JOURNAL-NET           TO DL250-PRF-AMOUNT
060700     PERFORM 7950-WRITE-PROOF-LINE THRU 7950-EXIT
060800     MOVE 'TBLBALR ACTUAL EXTRACT LEG' TO DL250-PRF-LABEL
060900     MOVE DL250-BALR-LEG-TOTAL        TO DL250-PRF-AMOUNT
061000     PERFORM 7950-WRITE-PROOF-LINE THRU 7950-EXIT
061100     COMPUTE DL250-AMT-DIFF =
061200             DL250-JOURNAL-NET - DL250-BALR-LEG-TOTAL
061300     MOVE 'DIFFERENCE TO TBLBALR'     TO DL250-PRF-LABEL
061400     MOVE DL250-AMT-DIFF              TO DL250-PRF-AMOUNT
061500     PERFORM 7950-WRITE-PROOF-LINE THRU 7950-EXIT
061600     MOVE 'DETAIL NET IN ORIGINAL AMOUNTS' TO DL250-PRF-LABEL
061620     MOVE DL250-ORIG-NET              TO DL250-PRF-AMOUNT
061640     PERFORM 7950-WRITE-PROOF-LINE THRU 7950-EXIT
061660     MOVE 'EXTRACT TRAILER HASH'      TO DL250-PRF-LABEL
061700     MOVE DL250-EXT-TRL-HASH          TO DL250-PRF-AMOUNT
061800     PERFORM 7950-WRITE-PROOF-LINE THRU 7950-EXIT
061900     MOVE 'TOTAL DEBITS'              TO DL250-PRF-LABEL
062000     MOVE DL250-DEBIT-TOTAL           TO DL250-PRF-AMOUNT
062100     PERFORM 7950-WRITE-PROOF-LINE THRU 7950-EXIT
062200     MOVE 'TOTAL CREDITS'             TO DL250-PRF-LABEL
062300     MOVE DL250-CREDIT-TOTAL          TO DL250-PRF-AMOUNT
062400     PERFORM 7950-WRITE-PROOF-LINE THRU 7950-EXIT
062500     MOVE SPACES TO DL250-REPORT-LINE
062600     WRITE DL250-REPORT-LINE
062700     PERFORM 5200-CHECK-REFUSALS THRU 5200-EXIT
062800     IF DL250-REFUSED
062900         MOVE 'JOURNAL REFUSED - NO FILE WRITTEN FOR THE GL'
063000             TO DL250-MSG-TEXT
063100     ELSE
063200         MOVE 'JOURNAL BALANCED AND TIED - FILE WRITTEN'
063300             TO DL250-MSG-TEXT
063400     END-IF
063500     MOVE SPACES TO DL250-MSG-VALUE
063600     PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.
063700 5000-EXIT.
063800     EXIT.
063900
064000*****************************************************************
064100* 5100-TOTAL-ONE-BUCKET - A BUCKET'S NORMAL AMOUNT DEBITS THE   *
064200* MAPPING'S DEBIT ACCOUNT AND CREDITS ITS CREDIT ACCOUNT; ITS   *
064300* CONTRA AMOUNT DOES THE OPPOSITE.  EITHER WAY EACH AMOUNT LANDS*
064400* ONCE ON EACH SIDE.                                            *
064500*****************************************************************
064600 5100-TOTAL-ONE-BUCKET.
064700     MOVE DL250-BKT-SOURCE(DL250-BKT-IDX) TO DL250-BKL-SOURCE
064800     MOVE DL250-BKT-TXN(DL250-BKT-IDX)    TO DL250-BKL-TXN
064900     MOVE DL250-BKT-MAP-IDX(DL250-BKT-IDX) TO DL250-MAP-IDX
065000     IF DL250-MAP-IDX > ZERO
065100         MOVE DL250-MAP-DR-ACCT(DL250-MAP-IDX)
065200             TO DL250-BKL-DR-ACCT
065300         MOVE DL250-MAP-CR-ACCT(DL250-MAP-IDX)
065400             TO DL250-BKL-CR-ACCT
065500         MOVE DL250-MAP-DESC(DL250-MAP-IDX)    TO DL250-BKL-DESC
065600     ELSE
065700         MOVE '*UNMAPPED*' TO DL250-BKL-DR-ACCT
065800         MOVE '*UNMAPPED*' TO DL250-BKL-CR-ACCT
065900         MOVE SPACES       TO DL250-BKL-DESC
066000     END-IF
066100     MOVE DL250-BKT-NORM-CTR(DL250-BKT-IDX)
066200         TO DL250-BKL-NORM-CTR
066300     MOVE DL250-BKT-NORM-AMT(DL250-BKT-IDX)
066400         TO DL250-BKL-NORM-AMT
066500     MOVE DL250-BKT-CONTRA-CTR(DL250-BKT-IDX)
066600         TO DL250-BKL-CONTRA-CTR
066700     MOVE DL250-BKT-CONTRA-AMT(DL250-BKT-IDX)
066800         TO DL250-BKL-CONTRA-AMT
066900     WRITE DL250-REPORT-LINE FROM DL250-BUCKET-LINE
067000     ADD DL250-BKT-NORM-AMT(DL250-BKT-IDX)   TO DL250-NORMAL-TOTAL
067100     ADD DL250-BKT-CONTRA-AMT(DL250-BKT-IDX) TO DL250-CONTRA-TOTAL
067200     ADD DL250-BKT-NORM-AMT(DL250-BKT-IDX)   TO DL250-DEBIT-TOTAL
067300     ADD DL250-BKT-CONTRA-AMT(DL250-BKT-IDX) TO DL250-DEBIT-TOTAL
067400     ADD DL250-BKT-NORM-AMT(DL250-BKT-IDX)   TO DL250-CREDIT-TOTAL
067500     ADD DL250-BKT-CONTRA-AMT(DL250-BKT-IDX)
067600         TO DL250-CREDIT-TOTAL.
067700 5100-EXIT.
067800     EXIT.
067900
068000*****************************************************************
068100* 5200-CHECK-REFUSALS                                           *
068200*****************************************************************
068300 5200-CHECK-REFUSALS.
068400     IF DL250-BAD-MAP-CTR > ZERO
068500         MOVE 'BAD MAPPING CARDS ON TBLGLMP' TO DL250-MSG-TEXT
068600         MOVE DL250-BAD-MAP-CTR TO DL250-MSG-VALUE
068700         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
068800         SET DL250-REFUSED TO TRUE
068900     END-IF
069000     IF DL250-XTR-MISSING
069100         MOVE 'TBLXTRCT EXTRACT COULD NOT BE OPENED'
069200             TO DL250-MSG-TEXT
069300         MOVE DL250-XTR-STATUS TO DL250-MSG-VALUE
069400         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
069500         SET DL250-REFUSED TO TRUE
069600         GO TO 5200-EXIT
069700     END-IF
069800     IF NOT DL250-TRL-SEEN
069900         MOVE 'EXTRACT HAS NO TRAILER - FILE INCOMPLETE'
070000             TO DL250-MSG-TEXT
070100         MOVE SPACES TO DL250-MSG-VALUE
070200         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
070300         SET DL250-REFUSED TO TRUE
070400     END-IF
070500     IF DL250-BKT-FULL
070600         MOVE 'MORE SOURCE/TYPE PAIRS THAN THE BUCKET TABLE HOLDS'
070700             TO DL250-MSG-TEXT
070800         MOVE SPACES TO DL250-MSG-VALUE
070900         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
071000         SET DL250-REFUSED TO TRUE
071100     END-IF
071200     IF DL250-BAD-AMT-CTR > ZERO
071300         MOVE 'EXTRACT DETAILS WITH NON-NUMERIC AMOUNTS'
071400             TO DL250-MSG-TEXT
071500         MOVE DL250-BAD-AMT-CTR TO DL250-MSG-VALUE
071600         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
071700         SET DL250-REFUSED TO TRUE
071800     END-IF
071900     IF DL250-UNMAPPED-CTR > ZERO
072000         MOVE 'SOURCE/TYPE PAIRS WITH NO GL MAPPING'
072100             TO DL250-MSG-TEXT
072200         MOVE DL250-UNMAPPED-CTR TO DL250-MSG-VALUE
072300         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
072400         SET DL250-REFUSED TO TRUE
072500     END-IF
072600     IF DL250-BALR-LEG-CTR = ZERO
072700         MOVE 'NO TBLBALR EXTRACT LEG FOR THE BUSINESS DATE'
072800             TO DL250-MSG-TEXT
072900         MOVE SPACES TO DL250-MSG-VALUE
073000         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
073100         SET DL250-REFUSED TO TRUE
073200     ELSE
073300         IF DL250-AMT-DIFF NOT = ZERO
073400             MOVE 'JOURNAL DOES NOT TIE TO THE TBLBALR LEG'
073500                 TO DL250-MSG-TEXT
073600             MOVE SPACES TO DL250-MSG-VALUE
073700             PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
073800             SET DL250-REFUSED TO TRUE
073900         END-IF
074000     END-IF
074100     IF DL250-TRL-SEEN
074200         AND DL250-ORIG-NET NOT = DL250-EXT-TRL-HASH
074300         MOVE 'DETAILS DO NOT TIE TO THE EXTRACT TRAILER'
074400             TO DL250-MSG-TEXT
074500         MOVE SPACES TO DL250-MSG-VALUE
074600         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
074700         SET DL250-REFUSED TO TRUE
074800     END-IF
074900     IF DL250-DEBIT-TOTAL NOT = DL250-CREDIT-TOTAL
075000         MOVE 'JOURNAL DEBITS AND CREDITS DO NOT BALANCE'
075100             TO DL250-MSG-TEXT
075200         MOVE SPACES TO DL250-MSG-VALUE
075300         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
075400         SET DL250-REFUSED TO TRUE
075500     END-IF.
075600 5200-EXIT.
075700     EXIT.
075800
075900*****************************************************************
076000* 6000-WRITE-JOURNAL - HEADER, TWO LINES PER NON-ZERO NORMAL OR *
076100* CONTRA AMOUNT PER BUCKET, TRAILER.  ONLY REACHED ONCE THE     *
076200* JOURNAL HAS PROVED.                                           *
076300*****************************************************************
076400 6000-WRITE-JOURNAL.
076500     OPEN OUTPUT DL250-JOURNAL-FILE
076600     MOVE SPACES TO DL250-GLJ-RECORD
076700     MOVE 'H'             TO DL250-GLJ-HDR-TYPE
076800     MOVE DL250-BUS-DATE  TO DL250-GLJ-HDR-JRNL-DATE
076900     MOVE 'DL100'         TO DL250-GLJ-HDR-SYSTEM
077000     MOVE DL250-BUS-DATE  TO DL250-BATCH-DATE
077100     MOVE DL250-BATCH-NAME TO DL250-GLJ-HDR-BATCH
077200     WRITE DL250-GLJ-RECORD
077300     PERFORM 6100-JOURNAL-ONE-BUCKET THRU 6100-EXIT
077400         VARYING DL250-BKT-IDX FROM 1 BY 1
077500         UNTIL DL250-BKT-IDX > DL250-BKT-CTR
077600     MOVE SPACES TO DL250-GLJ-RECORD
077700     MOVE 'T'                TO DL250-GLJ-TRL-TYPE
077800     MOVE DL250-LINE-CTR     TO DL250-GLJ-TRL-LINE-COUNT
077900     MOVE DL250-DEBIT-TOTAL  TO DL250-GLJ-TRL-DEBIT-TOTAL
078000     MOVE DL250-CREDIT-TOTAL TO DL250-GLJ-TRL-CREDIT-TOTAL
078100     WRITE DL250-GLJ-RECORD
078200     CLOSE DL250-JOURNAL-FILE.
078300 6000-EXIT.
078400     EXIT.
078500
078600*****************************************************************
078700* 6100-JOURNAL-ONE-BUCKET                                       *
078800*****************************************************************
078900 6100-JOURNAL-ONE-BUCKET.
079000     MOVE DL250-BKT-MAP-IDX(DL250-BKT-IDX) TO DL250-MAP-IDX
079100     MOVE DL250-MAP-DESC(DL250-MAP-IDX)    TO DL250-LDS-MAP-DESC
079200     IF DL250-BKT-NORM-AMT(DL250-BKT-IDX) > ZERO
079300         MOVE DL250-BKT-NORM-AMT(DL250-BKT-IDX) TO DL250-POST-AMT
079400         MOVE 'N' TO DL250-POST-CONTRA-SW
079500         MOVE SPACES TO DL250-LDS-CONTRA
079600         PERFORM 6200-WRITE-LINE-PAIR THRU 6200-EXIT
079700     END-IF
079800     IF DL250-BKT-CONTRA-AMT(DL250-BKT-IDX) > ZERO
079900         MOVE DL250-BKT-CONTRA-AMT(DL250-BKT-IDX)
080000             TO DL250-POST-AMT
080100         MOVE 'Y' TO DL250-POST-CONTRA-SW
080200         MOVE ' CONTRA' TO DL250-LDS-CONTRA
080300         PERFORM 6200-WRITE-LINE-PAIR THRU 6200-EXIT
080400     END-IF.
080500 6100-EXIT.
080600     EXIT.
080700
080800*****************************************************************
080900* 6200-WRITE-LINE-PAIR - ONE DEBIT LINE AND ONE CREDIT LINE FOR *
081000* DL250-POST-AMT; A CONTRA PAIR SWAPS THE MAPPING'S ACCOUNTS    *
081100*****************************************************************
081200 6200-WRITE-LINE-PAIR.
081300     MOVE SPACES TO DL250-GLJ-RECORD
081400     MOVE 'D'                   TO DL250-GLJ-DTL-TYPE
081500     MOVE DL250-POST-AMT        TO DL250-GLJ-DTL-AMOUNT
081600     MOVE DL250-BUS-DATE        TO DL250-GLJ-DTL-JRNL-DATE
081700     MOVE DL250-BKT-SOURCE(DL250-BKT-IDX) TO DL250-GLJ-DTL-SOURCE
081800     MOVE DL250-BKT-TXN(DL250-BKT-IDX)    TO DL250-GLJ-DTL-TXN
081900     MOVE DL250-LINE-DESC       TO DL250-GLJ-DTL-DESC
082000     IF DL250-POST-CONTRA
082100         MOVE 'C' TO DL250-GLJ-DTL-CONTRA
082200     END-IF
082300     ADD 1 TO DL250-LINE-CTR
082400     MOVE DL250-LINE-CTR TO DL250-GLJ-DTL-LINE-NO
082500     SET DL250-GLJ-DTL-DEBIT TO TRUE
082600     IF DL250-POST-CONTRA
082700         MOVE DL250-MAP-CR-ACCT(DL250-MAP-IDX)
082800             TO DL250-GLJ-DTL-ACCOUNT
082900     ELSE
083000         MOVE DL250-MAP-DR-ACCT(DL250-MAP-IDX)
083100             TO DL250-GLJ-DTL-ACCOUNT
083200     END-IF
083300     WRITE DL250-GLJ-RECORD
083400     ADD 1 TO DL250-LINE-CTR
083500     MOVE DL250-LINE-CTR TO DL250-GLJ-DTL-LINE-NO
083600     SET DL250-GLJ-DTL-CREDIT TO TRUE
083700     IF DL250-POST-CONTRA
083800         MOVE DL250-MAP-DR-ACCT(DL250-MAP-IDX)
083900             TO DL250-GLJ-DTL-ACCOUNT
084000     ELSE
084100         MOVE DL250-MAP-CR-ACCT(DL250-MAP-IDX)
084200             TO DL250-GLJ-DTL-ACCOUNT
084300     END-IF
084400     WRITE DL250-GLJ-RECORD.
084500 6200-EXIT.
084600     EXIT.
084700
084800*****************************************************************
084900* 7900-WRITE-MESSAGE                                            *
085000*****************************************************************
085100 7900-WRITE-MESSAGE.
085200     WRITE DL250-REPORT-LINE FROM DL250-MESSAGE-LINE.
085300 7900-EXIT.
085400     EXIT.
085500
085600*****************************************************************
085700* 7950-WRITE-PROOF-LINE                                         *
085800*****************************************************************
085900 7950-WRITE-PROOF-LINE.
086000     WRITE DL250-REPORT-LINE FROM DL250-PROOF-LINE.
086100 7950-EXIT.
086200     EXIT.
086300
086400*****************************************************************
086500* 8000-TERMINATE - TOTALS AND THE STEP CODE                     *
086600*****************************************************************
086700 8000-TERMINATE.
086800     CLOSE DL250-REPORT-FILE
086900     DISPLAY 'DL250 - EXTRACT DETAILS READ : ' DL250-DTL-CTR
087000     DISPLAY 'DL250 - JOURNAL LINES        : ' DL250-LINE-CTR
087100     DISPLAY 'DL250 - TOTAL DEBITS         : ' DL250-DEBIT-TOTAL
087200     DISPLAY 'DL250 - TOTAL CREDITS        : ' DL250-CREDIT-TOTAL
087300     IF DL250-REFUSED
087400         DISPLAY 'DL250 - JOURNAL REFUSED, NO FILE WRITTEN'
087500         MOVE 8 TO RETURN-CODE
087600     END-IF.
087700 8000-EXIT.
087800     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL760.
000300 AUTHOR.        R SHAUGHNESSY.
000400 INSTALLATION.  DAILY PROCESSING - OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DL760 - MONTHLY FEE BILLING OFF THE POSTING MASTER            *
000900*                                                               *
001000* ACCOUNT OWNERS USED TO BE BILLED BY HAND FROM THE DL700       *
001100* PRINTOUT.  THIS JOB RUNS AGAINST TBLMSTR JUST BEFORE DL710    *
001200* CLOSES THE MONTH, WHILE EVERY KEY'S MTD COUNT AND AMOUNT      *
001300* STILL COVER THE MONTH BEING BILLED.  FOR EACH KEY LAST POSTED *
001400* IN THE BILL MONTH IT CHARGES:                                 *
001500*   ITEM CHARGE    = MTD COUNT X THE PER-ITEM FEE               *
001600*   VOLUME CHARGE  = MTD AMOUNT X THE PERCENTAGE, ROUNDED       *
001700*   FEE            = THE TWO TOGETHER, RAISED TO THE MINIMUM    *
001800*                    CHARGE WHEN IT FALLS SHORT OF IT           *
001900* AND WRITES THE TBLFBIL BILLING FILE (DL760FB.CPY) FOR THE     *
002000* INVOICING SYSTEM AND THE TBLFREG FEE REGISTER WITH A GRAND    *
002100* TOTAL.  KEYS LAST POSTED IN AN EARLIER MONTH HAVE NOTHING TO  *
002200* BILL; A KEY ALREADY POSTING IN A LATER MONTH HAS LOST THE     *
002300* BILL MONTH'S FIGURES AND IS LISTED FOR A MANUAL BILL.         *
002400*                                                               *
002500* THE FILE IS ONLY WRITTEN WHEN EVERY KEY TO BE BILLED HAS      *
002600* RATES - A BAD SCHEDULE CARD, OR A KEY WITH NEITHER ITS OWN    *
002700* CARD NOR A TIER THAT COVERS IT, REFUSES THE RUN WITH EVERY    *
002800* REASON ON THE REGISTER, AS DL250 DOES FOR THE LEDGER.  A      *
002900* BILLED MONTH IS RECORDED ON THE TBLFBHS BILLING HISTORY       *
003000* (DL760BH.CPY) ONCE THE FILE IS COMPLETE, AND A RERUN FOR THAT *
003100* MONTH WRITES NO FILE, SO NO MONTH IS EVER BILLED TWICE.       *
003200*                                                               *
003300* FEE SCHEDULE CARDS ON TBLFSCH ('*' IN COLUMN 1 IS A COMMENT): *
003400*   COL 1      K = RATES FOR ONE KEY, T = A DEFAULT TIER        *
003500*   COL 3-12   ENTRY KEY (K CARDS ONLY)                         *
003600*   COL 14-19  TIER FLOOR - THE LOWEST MTD COUNT THE TIER       *
003700*              COVERS (T CARDS ONLY)                            *
003800*   COL 21-27  PER-ITEM FEE                                     *
003900*   COL 29-35  PERCENTAGE OF VOLUME, 3 PLACES . 4 PLACES        *
004000*              (0001500 = 0.15 PERCENT)                         *
004100*   COL 37-45  MINIMUM CHARGE FOR THE MONTH                     *
004200*   COL 47-66  DESCRIPTION                                      *
004300* A KEY'S OWN K CARD WINS; OTHERWISE THE T CARD WITH THE        *
004400* HIGHEST FLOOR NOT ABOVE THE KEY'S MTD COUNT.  A FLOOR OF ZERO *
004500* COVERS EVERY KEY WITHOUT A CARD.                              *
004600*                                                               *
004700* CONTROL CARDS ON TBLFCTL (KEYWORD=VALUE, '*' COMMENTS):       *
004800*   BILL-MONTH=CCYYMM  MONTH TO BILL; DEFAULTS TO THE CALENDAR  *
004900*                      MONTH BEFORE THE RUN DATE, AS DL710 DOES *
005000*                                                               *
005100* RETURN CODES: 8 = BILLING REFUSED, NO FILE WRITTEN (SEE THE   *
005200* REGISTER); 4 = MONTH ALREADY BILLED AND NO FILE WRITTEN, OR   *
005300* BILLED WITH KEYS LISTED FOR A MANUAL BILL, OR BILLED BUT NOT  *
005400* RECORDED ON TBLFBHS; 0 = CLEAN.                               *
005500*                                                               *
005600* MODIFICATION HISTORY                                          *
005700* ---------------------------------------------------------     *
005800* 10/15/2026  RS   ORIGINAL PROGRAM.                            *
005820* 10/15/2026  RS   THE PERCENTAGE ON A SCHEDULE CARD IS LOADED  *
005840*                  THROUGH A NUMERIC REDEFINITION, SO ITS FOUR  *
005860*                  DECIMAL PLACES LAND IN THE RATE TABLE WHERE  *
005880*                  THEY BELONG.                                 *
005900*****************************************************************
006000 ENVIRONMENT DIVISION.
006100 CONFIGURATION SECTION.
006200 SOURCE-COMPUTER.   IBM-370.
006300 OBJECT-COMPUTER.   IBM-370.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT DL760-MASTER-FILE
006700         ASSIGN TO TBLMSTR
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS SEQUENTIAL
007000         RECORD KEY IS DL100-MSTR-KEY
007100         FILE STATUS IS DL760-MSTR-STATUS.
007200
007300     SELECT DL760-SCHEDULE-FILE
007400         ASSIGN TO TBLFSCH
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS DL760-SCH-STATUS.
007700
007800     SELECT DL760-PARM-FILE
007900         ASSIGN TO TBLFCTL
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS DL760-PARM-STATUS.
008200
008300     SELECT DL760-HISTORY-FILE
008400         ASSIGN TO TBLFBHS
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS DL760-FBHS-MONTH
008800         FILE STATUS IS DL760-FBHS-STATUS.
008900
009000     SELECT DL760-BILLING-FILE
009100         ASSIGN TO TBLFBIL
009200         ORGANIZATION IS LINE SEQUENTIAL.
009300
009400     SELECT DL760-REPORT-FILE
009500         ASSIGN TO TBLFREG
009600         ORGANIZATION IS LINE SEQUENTIAL.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  DL760-MASTER-FILE.
010100 COPY "dl100ms.cpy".
010200
010300 FD  DL760-SCHEDULE-FILE
010400     RECORDING MODE IS F.
010500 01  DL760-SCHEDULE-RECORD.
010600     05  DL760-SCC-TYPE             PIC X(01).
010700         88  DL760-SCC-KEY-CARD                VALUE 'K'.
010800         88  DL760-SCC-TIER-CARD               VALUE 'T'.
010900     05  FILLER                     PIC X(01).
011000     05  DL760-SCC-KEY              PIC X(10).
011100     05  FILLER                     PIC X(01).
011200     05  DL760-SCC-FLOOR            PIC X(06).
011300     05  FILLER                     PIC X(01).
011400     05  DL760-SCC-ITEM-FEE         PIC X(07).
011500     05  FILLER                     PIC X(01).
011600     05  DL760-SCC-PCT              PIC X(07).
011620     05  DL760-SCC-PCT-NUM REDEFINES DL760-SCC-PCT
011640                                    PIC 9(03)V9(04).
011700     05  FILLER                     PIC X(01).
011800     05  DL760-SCC-MINIMUM          PIC X(09).
011900     05  FILLER                     PIC X(01).
012000     05  DL760-SCC-DESC             PIC X(20).
012100     05  FILLER                     PIC X(14).
012200
012300 FD  DL760-PARM-FILE
012400     RECORDING MODE IS F.
012500 01  DL760-PARM-RECORD              PIC X(80).
012600
012700 FD  DL760-HISTORY-FILE.
012800 COPY "dl760bh.cpy".
012900
013000 FD  DL760-BILLING-FILE
013100     RECORDING MODE IS F.
013200 COPY "dl760fb.cpy".
013300
013400 FD  DL760-REPORT-FILE
013500     RECORDING MODE IS F.
013600 01  DL760-REPORT-LINE              PIC X(132).
013700
013800 WORKING-STORAGE SECTION.
013900 77  DL760-MSTR-STATUS          PIC X(02) VALUE '00'.
014000 77  DL760-SCH-STATUS           PIC X(02) VALUE '00'.
014100 77  DL760-PARM-STATUS          PIC X(02) VALUE '00'.
014200 77  DL760-FBHS-STATUS          PIC X(02) VALUE '00'.
014300 77  DL760-TODAY                PIC 9(08) VALUE ZERO.
014400 77  DL760-BILL-MONTH           PIC 9(06) VALUE ZERO.
014500 77  DL760-RECORD-MONTH         PIC 9(06).
014600
014700 77  DL760-PARM-BAD-CTR         PIC 9(04) COMP VALUE ZERO.
014800 77  DL760-BAD-SCH-CTR          PIC 9(04) COMP VALUE ZERO.
014900 77  DL760-KEY-CTR              PIC 9(04) COMP VALUE ZERO.
015000 77  DL760-KEY-IDX              PIC 9(04) COMP.
015100 77  DL760-TIER-CTR             PIC 9(04) COMP VALUE ZERO.
015200 77  DL760-TIER-IDX             PIC 9(04) COMP.
015300 77  DL760-FOUND-IDX            PIC 9(04) COMP.
015400 77  DL760-UNRATED-CTR          PIC 9(06) COMP VALUE ZERO.
015500 77  DL760-BILLED-CTR           PIC 9(06) COMP VALUE ZERO.
015600 77  DL760-EARLIER-CTR          PIC 9(06) COMP VALUE ZERO.
015700 77  DL760-LATER-CTR            PIC 9(06) COMP VALUE ZERO.
015800 77  DL760-MINIMUM-CTR          PIC 9(06) COMP VALUE ZERO.
015900
016000 77  DL760-ITEM-CHARGE          PIC 9(13).
016100 77  DL760-VOL-CHARGE           PIC 9(13).
016200 77  DL760-MIN-ADJUST           PIC 9(09).
016300 77  DL760-FEE                  PIC 9(13).
016400 77  DL760-TOTAL-COUNT          PIC 9(09) VALUE ZERO.
016500 77  DL760-TOTAL-VOLUME         PIC 9(15) VALUE ZERO.
016600 77  DL760-TOTAL-ITEM-CHG       PIC 9(15) VALUE ZERO.
016700 77  DL760-TOTAL-VOL-CHG        PIC 9(15) VALUE ZERO.
016800 77  DL760-TOTAL-MIN-ADJ        PIC 9(15) VALUE ZERO.
016900 77  DL760-TOTAL-FEE            PIC 9(15) VALUE ZERO.
017000
017100 01  DL760-PARM-FIELDS.
017200     05  DL760-PARM-KEYWORD         PIC X(20).
017300     05  DL760-PARM-VALUE           PIC X(40).
017400
017500*    THE FEE SCHEDULE OFF TBLFSCH - KEY CARDS AND TIER CARDS
017600*    HELD APART; A FULL TABLE IS A BAD CARD AND REFUSES THE RUN
017700 01  DL760-KEY-RATE-TABLE.
017800     05  DL760-KRT-ENTRY OCCURS 1000 TIMES.
017900         10  DL760-KRT-KEY          PIC X(10).
018000         10  DL760-KRT-ITEM-FEE     PIC 9(07).
018100         10  DL760-KRT-PCT          PIC 9(03)V9(04).
018200         10  DL760-KRT-MINIMUM      PIC 9(09).
018300
018400 01  DL760-TIER-RATE-TABLE.
018500     05  DL760-TRT-ENTRY OCCURS 20 TIMES.
018600         10  DL760-TRT-FLOOR        PIC 9(06).
018700         10  DL760-TRT-ITEM-FEE     PIC 9(07).
018800         10  DL760-TRT-PCT          PIC 9(03)V9(04).
018900         10  DL760-TRT-MINIMUM      PIC 9(09).
019000
019100*    THE RATES 4000-FIND-RATES CHOSE FOR THE CURRENT KEY
019200 01  DL760-USE-RATES.
019300     05  DL760-USE-ITEM-FEE         PIC 9(07).
019400     05  DL760-USE-PCT              PIC 9(03)V9(04).
019500     05  DL760-USE-MINIMUM          PIC 9(09).
019600     05  DL760-USE-BASIS            PIC X(01).
019700     05  DL760-USE-FLOOR            PIC 9(06).
019800
019900 01  DL760-HEADING-1.
020000     05  FILLER                     PIC X(38) VALUE
020100             'DL760 - MONTHLY FEE REGISTER  MONTH '.
020200     05  DL760-HDG-MONTH            PIC 9(06).
020300     05  FILLER                     PIC X(09) VALUE '  RUN ON '.
020400     05  DL760-HDG-TODAY            PIC 9(08).
020500     05  FILLER                     PIC X(71) VALUE SPACES.
020600
020700 01  DL760-HEADING-2.
020800     05  FILLER                     PIC X(44) VALUE
020900             'KEY       MTD COUNT          MTD AMOUNT  RAT'.
021000     05  FILLER                     PIC X(44) VALUE
021100             'ES          ITEM CHARGE  VOLUME CHARGE    MI'.
021200     05  FILLER                     PIC X(44) VALUE
021300             'N ADJ                 FEE'.
021400
021500 01  DL760-DETAIL-LINE.
021600     05  DL760-DTL-KEY              PIC X(10).
021700     05  FILLER                     PIC X(02) VALUE SPACES.
021800     05  DL760-DTL-COUNT            PIC ZZZ,ZZ9.
021900     05  FILLER                     PIC X(02) VALUE SPACES.
022000     05  DL760-DTL-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
022100     05  FILLER                     PIC X(02) VALUE SPACES.
022200     05  DL760-DTL-BASIS            PIC X(11).
022300     05  FILLER                     PIC X(02) VALUE SPACES.
022400     05  DL760-DTL-ITEM-CHG         PIC Z(12)9.
022500     05  FILLER                     PIC X(02) VALUE SPACES.
022600     05  DL760-DTL-VOL-CHG          PIC Z(12)9.
022700     05  FILLER                     PIC X(02) VALUE SPACES.
022800     05  DL760-DTL-MIN-ADJ          PIC Z(08)9.
022900     05  FILLER                     PIC X(02) VALUE SPACES.
023000     05  DL760-DTL-FEE              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
023100     05  FILLER                     PIC X(19) VALUE SPACES.
023200
023300 01  DL760-TIER-BASIS.
023400     05  FILLER                     PIC X(05) VALUE 'TIER '.
023500     05  DL760-TBS-FLOOR            PIC 9(06).
023600
023700 01  DL760-KEY-MESSAGE-LINE.
023800     05  DL760-KML-KEY              PIC X(10).
023900     05  FILLER                     PIC X(02) VALUE SPACES.
024000     05  DL760-KML-TEXT             PIC X(50).
024100     05  DL760-KML-LAST             PIC 9(08).
024200     05  FILLER                     PIC X(62) VALUE SPACES.
024300
024400 01  DL760-TOTAL-LINE.
024500     05  FILLER                     PIC X(10) VALUE 'GRAND TOTL'.
024600     05  FILLER                     PIC X(02) VALUE SPACES.
024700     05  DL760-TOT-COUNT            PIC ZZZ,ZZ9.
024800     05  FILLER                     PIC X(02) VALUE SPACES.
024900     05  DL760-TOT-AMOUNT           PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
025000     05  FILLER                     PIC X(02) VALUE SPACES.
025100     05  DL760-TOT-KEYS             PIC ZZZ,ZZ9.
025200     05  FILLER                     PIC X(06) VALUE ' KEYS '.
025300     05  DL760-TOT-ITEM-CHG         PIC Z(12)9.
025400     05  FILLER                     PIC X(02) VALUE SPACES.
025500     05  DL760-TOT-VOL-CHG          PIC Z(12)9.
025600     05  FILLER                     PIC X(02) VALUE SPACES.
025700     05  DL760-TOT-MIN-ADJ          PIC Z(08)9.
025800     05  FILLER                     PIC X(02) VALUE SPACES.
025900     05  DL760-TOT-FEE              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
026000     05  FILLER                     PIC X(19) VALUE SPACES.
026100
026200 01  DL760-MESSAGE-LINE.
026300     05  DL760-MSG-TEXT             PIC X(60).
026400     05  DL760-MSG-VALUE            PIC X(12).
026500     05  FILLER                     PIC X(60) VALUE SPACES.
026600
026700 01  DL760-SWITCHES.
026800     05  DL760-MSTR-EOF-SW          PIC X(01) VALUE 'N'.
026900         88  DL760-MSTR-EOF                    VALUE 'Y'.
027000     05  DL760-SCH-EOF-SW           PIC X(01) VALUE 'N'.
027100         88  DL760-SCH-EOF                     VALUE 'Y'.
027200     05  DL760-MSTR-OPEN-SW         PIC X(01) VALUE 'N'.
027300         88  DL760-MSTR-OPEN                   VALUE 'Y'.
027400     05  DL760-FBHS-OPEN-SW         PIC X(01) VALUE 'N'.
027500         88  DL760-FBHS-OPEN                   VALUE 'Y'.
027600     05  DL760-REFUSED-SW           PIC X(01) VALUE 'N'.
027700         88  DL760-REFUSED                     VALUE 'Y'.
027800     05  DL760-BILLED-SW            PIC X(01) VALUE 'N'.
027900         88  DL760-ALREADY-BILLED              VALUE 'Y'.
028000     05  DL760-RATES-SW             PIC X(01) VALUE 'N'.
028100         88  DL760-RATES-FOUND                 VALUE 'Y'.
028200     05  DL760-FBHS-SW              PIC X(01) VALUE 'N'.
028300         88  DL760-FBHS-NOT-RECORDED           VALUE 'Y'.
028400
028500 PROCEDURE DIVISION.
028600*****************************************************************
028700* 0000-MAINLINE                                                 *
028800*****************************************************************
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100     IF NOT DL760-REFUSED
029200         AND NOT DL760-ALREADY-BILLED
029300         PERFORM 2000-CHECK-RATES THRU 2000-EXIT
029400     END-IF.
029500     PERFORM 5000-CHECK-REFUSALS THRU 5000-EXIT.
029600     IF NOT DL760-REFUSED
029700         AND NOT DL760-ALREADY-BILLED
029800         PERFORM 3000-BILL-MONTH THRU 3000-EXIT
029900         PERFORM 7000-RECORD-BILLING THRU 7000-EXIT
030000     END-IF.
030100     PERFORM 8000-TERMINATE THRU 8000-EXIT.
030200     GOBACK.
030300
030400*****************************************************************
030500* 1000-INITIALIZE - CONTROL CARDS, DEFAULT BILL MONTH, THE      *
030600* REGISTER, THE FEE SCHEDULE, THE BILLING HISTORY AND THE       *
030700* MASTER                                                        *
030800*****************************************************************
030900 1000-INITIALIZE.
031000     ACCEPT DL760-TODAY FROM DATE YYYYMMDD
031100     PERFORM 1100-DEFAULT-BILL-MONTH THRU 1100-EXIT
031200     PERFORM 1200-READ-CONTROL-CARDS THRU 1200-EXIT
031300     OPEN OUTPUT DL760-REPORT-FILE
031400     MOVE DL760-BILL-MONTH TO DL760-HDG-MONTH
031500     MOVE DL760-TODAY      TO DL760-HDG-TODAY
031600     WRITE DL760-REPORT-LINE FROM DL760-HEADING-1
031700     MOVE SPACES TO DL760-REPORT-LINE
031800     WRITE DL760-REPORT-LINE
031900     PERFORM 1300-LOAD-SCHEDULE THRU 1300-EXIT
032000     PERFORM 1400-CHECK-HISTORY THRU 1400-EXIT
032100     OPEN INPUT DL760-MASTER-FILE
032200     IF DL760-MSTR-STATUS = '00'
032300         SET DL760-MSTR-OPEN TO TRUE
032400     ELSE
032500         MOVE 'TBLMSTR POSTING MASTER UNAVAILABLE - STATUS'
032600             TO DL760-MSG-TEXT
032700         MOVE DL760-MSTR-STATUS TO DL760-MSG-VALUE
032800         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
032900         SET DL760-REFUSED TO TRUE
033000     END-IF.
033100 1000-EXIT.
033200     EXIT.
033300
033400*****************************************************************
033500* 1100-DEFAULT-BILL-MONTH - THE CALENDAR MONTH BEFORE THE RUN   *
033600* DATE, THE SAME MONTH DL710 CLOSES BY DEFAULT                  *
033700*****************************************************************
033800 1100-DEFAULT-BILL-MONTH.
033900     MOVE DL760-TODAY(1:6) TO DL760-BILL-MONTH
034000     IF DL760-BILL-MONTH(5:2) = '01'
034100         SUBTRACT 100 FROM DL760-BILL-MONTH
034200         ADD 11 TO DL760-BILL-MONTH
034300     ELSE
034400         SUBTRACT 1 FROM DL760-BILL-MONTH
034500     END-IF.
034600 1100-EXIT.
034700     EXIT.
034800
034900*****************************************************************
035000* 1200-READ-CONTROL-CARDS - TBLFCTL KEYWORD CARDS.  A MISSING   *
035100* OR EMPTY FILE LEAVES THE DEFAULT; BAD CARDS ARE COUNTED AND   *
035200* DISPLAYED.                                                    *
035300*****************************************************************
035400 1200-READ-CONTROL-CARDS.
035500     OPEN INPUT DL760-PARM-FILE
035600     IF DL760-PARM-STATUS NOT = '00'
035700         GO TO 1200-EXIT
035800     END-IF
035900     PERFORM 1210-READ-ONE-CARD THRU 1210-EXIT
036000         UNTIL DL760-PARM-STATUS NOT = '00'
036100     CLOSE DL760-PARM-FILE.
036200 1200-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600* 1210-READ-ONE-CARD                                            *
036700*****************************************************************
036800 1210-READ-ONE-CARD.
036900     READ DL760-PARM-FILE
037000         AT END
037100             GO TO 1210-EXIT
037200     END-READ
037300     IF DL760-PARM-RECORD = SPACES
037400         OR DL760-PARM-RECORD(1:1) = '*'
037500         GO TO 1210-EXIT
037600     END-IF
037700     MOVE SPACES TO DL760-PARM-KEYWORD
037800     MOVE SPACES TO DL760-PARM-VALUE
037900     UNSTRING DL760-PARM-RECORD DELIMITED BY '='
038000         INTO DL760-PARM-KEYWORD
038100              DL760-PARM-VALUE
038200     END-UNSTRING
038300     EVALUATE DL760-PARM-KEYWORD
038400         WHEN 'BILL-MONTH'
038500             IF DL760-PARM-VALUE(1:6) IS NUMERIC
038600                 AND DL760-PARM-VALUE(5:2) >= '01'
038700                 AND DL760-PARM-VALUE(5:2) <= '12'
038800                 MOVE DL760-PARM-VALUE(1:6)
038900                     TO DL760-BILL-MONTH
039000             ELSE
039100                 PERFORM 1280-FLAG-BAD-CARD THRU 1280-EXIT
039200             END-IF
039300         WHEN OTHER
039400             PERFORM 1280-FLAG-BAD-CARD THRU 1280-EXIT
039500     END-EVALUATE.
039600 1210-EXIT.
039700     EXIT.
039800
039900*****************************************************************
040000* 1280-FLAG-BAD-CARD                                            *
040100*****************************************************************
040200 1280-FLAG-BAD-CARD.
040300     ADD 1 TO DL760-PARM-BAD-CTR
040400     DISPLAY 'DL760 - BAD CONTROL CARD: ' DL760-PARM-RECORD.
040500 1280-EXIT.
040600     EXIT.
040700
040800*****************************************************************
040900* 1300-LOAD-SCHEDULE - THE TBLFSCH FEE SCHEDULE INTO STORAGE.   *
041000* A BAD CARD REFUSES THE RUN - BILLING A MONTH ON HALF A        *
041100* SCHEDULE IS WORSE THAN BILLING IT LATE.                       *
041200*****************************************************************
041300 1300-LOAD-SCHEDULE.
041400     OPEN INPUT DL760-SCHEDULE-FILE
041500     IF DL760-SCH-STATUS NOT = '00'
041600         MOVE 'NO TBLFSCH FEE SCHEDULE - STATUS' TO DL760-MSG-TEXT
041700         MOVE DL760-SCH-STATUS TO DL760-MSG-VALUE
041800         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
041900         SET DL760-REFUSED TO TRUE
042000         GO TO 1300-EXIT
042100     END-IF
042200     PERFORM 1310-LOAD-ONE-CARD THRU 1310-EXIT
042300         UNTIL DL760-SCH-EOF
042400     CLOSE DL760-SCHEDULE-FILE.
042500 1300-EXIT.
042600     EXIT.
042700
042800*****************************************************************
042900* 1310-LOAD-ONE-CARD                                            *
043000*****************************************************************
043100 1310-LOAD-ONE-CARD.
043200     READ DL760-SCHEDULE-FILE
043300         AT END
043400             SET DL760-SCH-EOF TO TRUE
043500             GO TO 1310-EXIT
043600     END-READ
043700     IF DL760-SCHEDULE-RECORD = SPACES
043800         OR DL760-SCC-TYPE = '*'
043900         GO TO 1310-EXIT
044000     END-IF
044100     IF DL760-SCC-ITEM-FEE IS NOT NUMERIC
044200         OR DL760-SCC-PCT-NUM IS NOT NUMERIC
044300         OR DL760-SCC-MINIMUM IS NOT NUMERIC
044400         PERFORM 1390-FLAG-BAD-SCHEDULE THRU 1390-EXIT
044500         GO TO 1310-EXIT
044600     END-IF
044700     EVALUATE TRUE
044800         WHEN DL760-SCC-KEY-CARD
044900             PERFORM 1320-LOAD-KEY-CARD THRU 1320-EXIT
045000         WHEN DL760-SCC-TIER-CARD
045100             PERFORM 1330-LOAD-TIER-CARD THRU 1330-EXIT
045200         WHEN OTHER
045300             PERFORM 1390-FLAG-BAD-SCHEDULE THRU 1390-EXIT
045400     END-EVALUATE.
045500 1310-EXIT.
045600     EXIT.
045700
045800*****************************************************************
045900* 1320-LOAD-KEY-CARD - A SECOND CARD FOR THE SAME KEY IS BAD,   *
046000* NOT A SILENT OVERRIDE                                         *
046100*****************************************************************
046200 1320-LOAD-KEY-CARD.
046300     MOVE ZERO TO DL760-FOUND-IDX
046400     IF DL760-SCC-KEY NOT = SPACES
046500         PERFORM 1325-MATCH-KEY-CARD THRU 1325-EXIT
046600             VARYING DL760-KEY-IDX FROM 1 BY 1
046700             UNTIL DL760-KEY-IDX > DL760-KEY-CTR
046800     END-IF
046900     IF DL760-SCC-KEY = SPACES
047000         OR DL760-FOUND-IDX > ZERO
047100         OR DL760-KEY-CTR NOT < 1000
047200         PERFORM 1390-FLAG-BAD-SCHEDULE THRU 1390-EXIT
047300         GO TO 1320-EXIT
047400     END-IF
047500     ADD 1 TO DL760-KEY-CTR
047600     MOVE DL760-SCC-KEY      TO DL760-KRT-KEY(DL760-KEY-CTR)
047700     MOVE DL760-SCC-ITEM-FEE TO DL760-KRT-ITEM-FEE(DL760-KEY-CTR)
047800     MOVE DL760-SCC-PCT-NUM  TO DL760-KRT-PCT(DL760-KEY-CTR)
047900     MOVE DL760-SCC-MINIMUM  TO DL760-KRT-MINIMUM(DL760-KEY-CTR).
048000 1320-EXIT.
048100     EXIT.
048200
048300*****************************************************************
048400* 1325-MATCH-KEY-CARD                                           *
048500*****************************************************************
048600 1325-MATCH-KEY-CARD.
048700     IF DL760-KRT-KEY(DL760-KEY-IDX) = DL760-SCC-KEY
048800         MOVE DL760-KEY-IDX TO DL760-FOUND-IDX
048900     END-IF.
049000 1325-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400* 1330-LOAD-TIER-CARD - A SECOND CARD FOR THE SAME FLOOR IS BAD *
049500*****************************************************************
049600 1330-LOAD-TIER-CARD.
049700     MOVE ZERO TO DL760-FOUND-IDX
049800     IF DL760-SCC-FLOOR IS NUMERIC
049900         PERFORM 1335-MATCH-TIER-CARD THRU 1335-EXIT
050000             VARYING DL760-TIER-IDX FROM 1 BY 1
050100             UNTIL DL760-TIER-IDX > DL760-TIER-CTR
050200     END-IF
050300     IF DL760-SCC-FLOOR IS NOT NUMERIC
050400         OR DL760-FOUND-IDX > ZERO
050500         OR DL760-TIER-CTR NOT < 20
050600         PERFORM 1390-FLAG-BAD-SCHEDULE THRU 1390-EXIT
050700         GO TO 1330-EXIT
050800     END-IF
050900     ADD 1 TO DL760-TIER-CTR
051000     MOVE DL760-SCC-FLOOR    TO DL760-TRT-FLOOR(DL760-TIER-CTR)
051100     MOVE DL760-SCC-ITEM-FEE TO DL760-TRT-ITEM-FEE(DL760-TIER-CTR)
051200     MOVE DL760-SCC-PCT-NUM  TO DL760-TRT-PCT(DL760-TIER-CTR)
051300     MOVE DL760-SCC-MINIMUM  TO DL760-TRT-MINIMUM(DL760-TIER-CTR).
051400 1330-EXIT.
051500     EXIT.
051600
051700*****************************************************************
051800* 1335-MATCH-TIER-CARD                                          *
051900*****************************************************************
052000 1335-MATCH-TIER-CARD.
052100     IF DL760-TRT-FLOOR(DL760-TIER-IDX) = DL760-SCC-FLOOR
052200         MOVE DL760-TIER-IDX TO DL760-FOUND-IDX
052300     END-IF.
052400 1335-EXIT.
052500     EXIT.
052600
052700*****************************************************************
052800* 1390-FLAG-BAD-SCHEDULE                                        *
052900*****************************************************************
053000 1390-FLAG-BAD-SCHEDULE.
053100     ADD 1 TO DL760-BAD-SCH-CTR
053200     DISPLAY 'DL760 - BAD FEE SCHEDULE CARD: '
053300         DL760-SCHEDULE-RECORD.
053400 1390-EXIT.
053500     EXIT.
053600
053700*****************************************************************
053800* 1400-CHECK-HISTORY - THE TBLFBHS BILLING HISTORY, CREATED ON  *
053900* FIRST USE LIKE TBLMCHS.  A MONTH ALREADY ON IT IS NOT BILLED  *
054000* AGAIN; WITHOUT THE FILE THERE IS NO RERUN GUARD, SO NOTHING   *
054100* IS BILLED.                                                    *
054200*****************************************************************
054300 1400-CHECK-HISTORY.
054400     OPEN I-O DL760-HISTORY-FILE
054500     IF DL760-FBHS-STATUS NOT = '00'
054600         AND DL760-FBHS-STATUS NOT = '05'
054700         OPEN OUTPUT DL760-HISTORY-FILE
054800         CLOSE DL760-HISTORY-FILE
054900         OPEN I-O DL760-HISTORY-FILE
055000     END-IF
055100     IF DL760-FBHS-STATUS NOT = '00'
055200         MOVE 'TBLFBHS BILLING HISTORY UNAVAILABLE - STATUS'
055300             TO DL760-MSG-TEXT
055400         MOVE DL760-FBHS-STATUS TO DL760-MSG-VALUE
055500         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
055600         SET DL760-REFUSED TO TRUE
055700         GO TO 1400-EXIT
055800     END-IF
055900     SET DL760-FBHS-OPEN TO TRUE
056000     MOVE DL760-BILL-MONTH TO DL760-FBHS-MONTH
056100     READ DL760-HISTORY-FILE
056200         INVALID KEY
056300             GO TO 1400-EXIT
056400     END-READ
056500     SET DL760-ALREADY-BILLED TO TRUE
056600     MOVE 'MONTH ALREADY BILLED - NO FILE WRITTEN.  BILLED ON'
056700         TO DL760-MSG-TEXT
056800     MOVE DL760-FBHS-RUN-DATE TO DL760-MSG-VALUE
056900     PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.
057000 1400-EXIT.
057100     EXIT.
057200
057300*****************************************************************
057400* 2000-CHECK-RATES - A FIRST PASS OF THE MASTER THAT ONLY MAKES *
057500* SURE EVERY KEY TO BE BILLED HAS RATES, SO A MISSING CARD      *
057600* STOPS THE RUN BEFORE ANY OF THE BILLING FILE IS WRITTEN       *
057700*****************************************************************
057800 2000-CHECK-RATES.
057900     PERFORM 2100-CHECK-ONE-KEY THRU 2100-EXIT
058000         UNTIL DL760-MSTR-EOF
058100     CLOSE DL760-MASTER-FILE
058200     MOVE 'N' TO DL760-MSTR-EOF-SW
058300     OPEN INPUT DL760-MASTER-FILE
058400     IF DL760-MSTR-STATUS NOT = '00'
058500         MOVE 'N' TO DL760-MSTR-OPEN-SW
058600         MOVE 'TBLMSTR COULD NOT BE REOPENED - STATUS'
058700             TO DL760-MSG-TEXT
058800         MOVE DL760-MSTR-STATUS TO DL760-MSG-VALUE
058900         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
059000         SET DL760-REFUSED TO TRUE
059100     END-IF.
059200 2000-EXIT.
059300     EXIT.
059400
059500*****************************************************************
059600* 2100-CHECK-ONE-KEY                                            *
059700*****************************************************************
059800 2100-CHECK-ONE-KEY.
059900     READ DL760-MASTER-FILE
060000         AT END
060100             SET DL760-MSTR-EOF TO TRUE
060200             GO TO 2100-EXIT
060300     END-READ
060400     IF DL100-MSTR-LAST-POSTED(1:6) NOT = DL760-BILL-MONTH
060500         GO TO 2100-EXIT
060600     END-IF
060700     PERFORM 4000-FIND-RATES THRU 4000-EXIT
060800     IF NOT DL760-RATES-FOUND
060900         ADD 1 TO DL760-UNRATED-CTR
061000         MOVE DL100-MSTR-KEY TO DL760-KML-KEY
061100         MOVE 'NO FEE SCHEDULE CARD OR TIER - LAST POSTED'
061200             TO DL760-KML-TEXT
061300         MOVE DL100-MSTR-LAST-POSTED TO DL760-KML-LAST
061400         WRITE DL760-REPORT-LINE FROM DL760-KEY-MESSAGE-LINE
061500     END-IF.
061600 2100-EXIT.
061700     EXIT.
061800
061900*****************************************************************
062000* 3000-BILL-MONTH - THE BILLING PASS: HEADER, ONE DETAIL AND    *
062100* REGISTER LINE PER KEY LAST POSTED IN THE BILL MONTH, TRAILER, *
062200* GRAND TOTAL.  ONLY REACHED ONCE EVERY KEY HAS RATES.          *
062300*****************************************************************
062400 3000-BILL-MONTH.
062500     WRITE DL760-REPORT-LINE FROM DL760-HEADING-2
062600     OPEN OUTPUT DL760-BILLING-FILE
062700     MOVE SPACES TO DL760-FBIL-RECORD
062800     MOVE 'H'              TO DL760-FBIL-HDR-TYPE
062900     MOVE DL760-BILL-MONTH TO DL760-FBIL-HDR-MONTH
063000     MOVE DL760-TODAY      TO DL760-FBIL-HDR-RUN-DATE
063100     MOVE 'DL100'          TO DL760-FBIL-HDR-SYSTEM
063200     WRITE DL760-FBIL-RECORD
063300     PERFORM 3100-BILL-ONE-KEY THRU 3100-EXIT
063400         UNTIL DL760-MSTR-EOF
063500     MOVE SPACES TO DL760-FBIL-RECORD
063600     MOVE 'T'              TO DL760-FBIL-TRL-TYPE
063700     MOVE DL760-BILLED-CTR TO DL760-FBIL-TRL-REC-COUNT
063800     MOVE DL760-TOTAL-FEE  TO DL760-FBIL-TRL-FEE-TOTAL
063900     WRITE DL760-FBIL-RECORD
064000     CLOSE DL760-BILLING-FILE
064100     MOVE SPACES TO DL760-REPORT-LINE
064200     WRITE DL760-REPORT-LINE
064300     MOVE DL760-TOTAL-COUNT    TO DL760-TOT-COUNT
064400     MOVE DL760-TOTAL-VOLUME   TO DL760-TOT-AMOUNT
064500     MOVE DL760-BILLED-CTR     TO DL760-TOT-KEYS
064600     MOVE DL760-TOTAL-ITEM-CHG TO DL760-TOT-ITEM-CHG
064700     MOVE DL760-TOTAL-VOL-CHG  TO DL760-TOT-VOL-CHG
064800     MOVE DL760-TOTAL-MIN-ADJ  TO DL760-TOT-MIN-ADJ
064900     MOVE DL760-TOTAL-FEE      TO DL760-TOT-FEE
065000     WRITE DL760-REPORT-LINE FROM DL760-TOTAL-LINE.
065100 3000-EXIT.
065200     EXIT.
065300
065400*****************************************************************
065500* 3100-BILL-ONE-KEY - A KEY LAST POSTED BEFORE THE BILL MONTH   *
065600* HAS NOTHING TO BILL.  ONE ALREADY POSTING IN A LATER MONTH    *
065700* HAS ROLLED THE BILL MONTH'S FIGURES AWAY AND IS LISTED        *
065800* INSTEAD.                                                      *
065900*****************************************************************
066000 3100-BILL-ONE-KEY.
066100     READ DL760-MASTER-FILE
066200         AT END
066300             SET DL760-MSTR-EOF TO TRUE
066400             GO TO 3100-EXIT
066500     END-READ
066600     MOVE DL100-MSTR-LAST-POSTED(1:6) TO DL760-RECORD-MONTH
066700     IF DL760-RECORD-MONTH < DL760-BILL-MONTH
066800         ADD 1 TO DL760-EARLIER-CTR
066900         GO TO 3100-EXIT
067000     END-IF
067100     IF DL760-RECORD-MONTH > DL760-BILL-MONTH
067200         ADD 1 TO DL760-LATER-CTR
067300         MOVE DL100-MSTR-KEY TO DL760-KML-KEY
067400         MOVE 'POSTING IN A LATER MONTH - BILL BY HAND.  LAST'
067500             TO DL760-KML-TEXT
067600         MOVE DL100-MSTR-LAST-POSTED TO DL760-KML-LAST
067700         WRITE DL760-REPORT-LINE FROM DL760-KEY-MESSAGE-LINE
067800         GO TO 3100-EXIT
067900     END-IF
068000     PERFORM 4000-FIND-RATES THRU 4000-EXIT
068100     PERFORM 4100-COMPUTE-FEE THRU 4100-EXIT
068200     MOVE SPACES TO DL760-FBIL-RECORD
068300     MOVE 'D'                    TO DL760-FBIL-DTL-TYPE
068400     MOVE DL100-MSTR-KEY         TO DL760-FBIL-DTL-KEY
068500     MOVE DL760-BILL-MONTH       TO DL760-FBIL-DTL-MONTH
068600     MOVE DL100-MSTR-MTD-COUNT   TO DL760-FBIL-DTL-MTD-COUNT
068700     MOVE DL100-MSTR-MTD-AMOUNT  TO DL760-FBIL-DTL-MTD-AMOUNT
068800     MOVE DL760-USE-ITEM-FEE     TO DL760-FBIL-DTL-ITEM-RATE
068900     MOVE DL760-USE-PCT          TO DL760-FBIL-DTL-PCT-RATE
069000     MOVE DL760-ITEM-CHARGE      TO DL760-FBIL-DTL-ITEM-CHARGE
069100     MOVE DL760-VOL-CHARGE       TO DL760-FBIL-DTL-VOL-CHARGE
069200     MOVE DL760-MIN-ADJUST       TO DL760-FBIL-DTL-MIN-ADJUST
069300     MOVE DL760-FEE              TO DL760-FBIL-DTL-FEE
069400     MOVE DL760-USE-BASIS        TO DL760-FBIL-DTL-BASIS
069500     WRITE DL760-FBIL-RECORD
069600     ADD 1 TO DL760-BILLED-CTR
069700     ADD DL100-MSTR-MTD-COUNT  TO DL760-TOTAL-COUNT
069800     ADD DL100-MSTR-MTD-AMOUNT TO DL760-TOTAL-VOLUME
069900     ADD DL760-ITEM-CHARGE     TO DL760-TOTAL-ITEM-CHG
070000     ADD DL760-VOL-CHARGE      TO DL760-TOTAL-VOL-CHG
070100     ADD DL760-MIN-ADJUST      TO DL760-TOTAL-MIN-ADJ
070200     ADD DL760-FEE             TO DL760-TOTAL-FEE
070300     MOVE DL100-MSTR-KEY        TO DL760-DTL-KEY
070400     MOVE DL100-MSTR-MTD-COUNT  TO DL760-DTL-COUNT
070500     MOVE DL100-MSTR-MTD-AMOUNT TO DL760-DTL-AMOUNT
070600     IF DL760-USE-BASIS = 'K'
070700         MOVE 'KEY CARD'         TO DL760-DTL-BASIS
070800     ELSE
070900         MOVE DL760-USE-FLOOR    TO DL760-TBS-FLOOR
071000         MOVE DL760-TIER-BASIS   TO DL760-DTL-BASIS
071100     END-IF
071200     MOVE DL760-ITEM-CHARGE     TO DL760-DTL-ITEM-CHG
071300     MOVE DL760-VOL-CHARGE      TO DL760-DTL-VOL-CHG
071400     MOVE DL760-MIN-ADJUST      TO DL760-DTL-MIN-ADJ
071500     MOVE DL760-FEE             TO DL760-DTL-FEE
071600     WRITE DL760-REPORT-LINE FROM DL760-DETAIL-LINE.
071700 3100-EXIT.
071800     EXIT.
071900
072000*****************************************************************
072100* 4000-FIND-RATES - THE KEY'S OWN CARD, ELSE THE TIER WITH THE  *
072200* HIGHEST FLOOR NOT ABOVE ITS MTD COUNT                         *
072300*****************************************************************
072400 4000-FIND-RATES.
072500     MOVE 'N' TO DL760-RATES-SW
072600     MOVE ZERO TO DL760-FOUND-IDX
072700     PERFORM 4010-MATCH-KEY-RATE THRU 4010-EXIT
072800         VARYING DL760-KEY-IDX FROM 1 BY 1
072900         UNTIL DL760-KEY-IDX > DL760-KEY-CTR
073000            OR DL760-FOUND-IDX > ZERO
073100     IF DL760-FOUND-IDX > ZERO
073200         MOVE DL760-KRT-ITEM-FEE(DL760-FOUND-IDX)
073300             TO DL760-USE-ITEM-FEE
073400         MOVE DL760-KRT-PCT(DL760-FOUND-IDX)     TO DL760-USE-PCT
073500         MOVE DL760-KRT-MINIMUM(DL760-FOUND-IDX)
073600             TO DL760-USE-MINIMUM
073700         MOVE 'K'  TO DL760-USE-BASIS
073800         MOVE ZERO TO DL760-USE-FLOOR
073900         SET DL760-RATES-FOUND TO TRUE
074000         GO TO 4000-EXIT
074100     END-IF
074200     PERFORM 4020-MATCH-TIER-RATE THRU 4020-EXIT
074300         VARYING DL760-TIER-IDX FROM 1 BY 1
074400         UNTIL DL760-TIER-IDX > DL760-TIER-CTR
074500     IF DL760-FOUND-IDX > ZERO
074600         MOVE DL760-TRT-ITEM-FEE(DL760-FOUND-IDX)
074700             TO DL760-USE-ITEM-FEE
074800         MOVE DL760-TRT-PCT(DL760-FOUND-IDX)     TO DL760-USE-PCT
074900         MOVE DL760-TRT-MINIMUM(DL760-FOUND-IDX)
075000             TO DL760-USE-MINIMUM
075100         MOVE 'T'  TO DL760-USE-BASIS
075200         MOVE DL760-TRT-FLOOR(DL760-FOUND-IDX)
075300             TO DL760-USE-FLOOR
075400         SET DL760-RATES-FOUND TO TRUE
075500     END-IF.
075600 4000-EXIT.
075700     EXIT.
075800
075900*****************************************************************
076000* 4010-MATCH-KEY-RATE                                           *
076100*****************************************************************
076200 4010-MATCH-KEY-RATE.
076300     IF DL760-KRT-KEY(DL760-KEY-IDX) = DL100-MSTR-KEY
076400         MOVE DL760-KEY-IDX TO DL760-FOUND-IDX
076500     END-IF.
076600 4010-EXIT.
076700     EXIT.
076800
076900*****************************************************************
077000* 4020-MATCH-TIER-RATE - KEEP THE BEST COVERING TIER SO FAR     *
077100*****************************************************************
077200 4020-MATCH-TIER-RATE.
077300     IF DL760-TRT-FLOOR(DL760-TIER-IDX) > DL100-MSTR-MTD-COUNT
077400         GO TO 4020-EXIT
077500     END-IF
077600     IF DL760-FOUND-IDX = ZERO
077700         MOVE DL760-TIER-IDX TO DL760-FOUND-IDX
077800         GO TO 4020-EXIT
077900     END-IF
078000     IF DL760-TRT-FLOOR(DL760-TIER-IDX)
078100         > DL760-TRT-FLOOR(DL760-FOUND-IDX)
078200         MOVE DL760-TIER-IDX TO DL760-FOUND-IDX
078300     END-IF.
078400 4020-EXIT.
078500     EXIT.
078600
078700*****************************************************************
078800* 4100-COMPUTE-FEE - ITEM CHARGE PLUS VOLUME CHARGE, RAISED TO  *
078900* THE MINIMUM WHEN SHORT OF IT                                  *
079000*****************************************************************
079100 4100-COMPUTE-FEE.
079200     COMPUTE DL760-ITEM-CHARGE =
079300         DL100-MSTR-MTD-COUNT * DL760-USE-ITEM-FEE
079400     COMPUTE DL760-VOL-CHARGE ROUNDED =
079500         DL100-MSTR-MTD-AMOUNT * DL760-USE-PCT / 100
079600     COMPUTE DL760-FEE = DL760-ITEM-CHARGE + DL760-VOL-CHARGE
079700     MOVE ZERO TO DL760-MIN-ADJUST
079800     IF DL760-FEE < DL760-USE-MINIMUM
079900         COMPUTE DL760-MIN-ADJUST = DL760-USE-MINIMUM - DL760-FEE
080000         MOVE DL760-USE-MINIMUM TO DL760-FEE
080100         ADD 1 TO DL760-MINIMUM-CTR
080200     END-IF.
080300 4100-EXIT.
080400     EXIT.
080500
080600*****************************************************************
080700* 5000-CHECK-REFUSALS - EVERY REASON THE MONTH CANNOT BE BILLED *
080800* PRINTS, NOT JUST THE FIRST, SO ONE RERUN FIXES THEM ALL       *
080900*****************************************************************
081000 5000-CHECK-REFUSALS.
081100     IF DL760-BAD-SCH-CTR > ZERO
081200         MOVE 'BAD FEE SCHEDULE CARDS ON TBLFSCH'
081300             TO DL760-MSG-TEXT
081400         MOVE DL760-BAD-SCH-CTR TO DL760-MSG-VALUE
081500         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
081600         SET DL760-REFUSED TO TRUE
081700     END-IF
081800     IF DL760-UNRATED-CTR > ZERO
081900         MOVE 'KEYS WITH NO FEE SCHEDULE CARD OR TIER'
082000             TO DL760-MSG-TEXT
082100         MOVE DL760-UNRATED-CTR TO DL760-MSG-VALUE
082200         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
082300         SET DL760-REFUSED TO TRUE
082400     END-IF
082500     IF DL760-REFUSED
082600         MOVE 'BILLING REFUSED - NO FILE WRITTEN FOR INVOICING'
082700             TO DL760-MSG-TEXT
082800         MOVE SPACES TO DL760-MSG-VALUE
082900         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
083000     END-IF.
083100 5000-EXIT.
083200     EXIT.
083300
083400*****************************************************************
083500* 7000-RECORD-BILLING - THE BILLING FILE IS COMPLETE, SO THE    *
083600* MONTH GOES ON TBLFBHS AND CANNOT BE BILLED AGAIN.  IF THE     *
083700* RECORD CANNOT BE WRITTEN THE BILL STANDS BUT THE STEP ENDS RC *
083800* 4 - DO NOT RERUN THE MONTH WITHOUT CHECKING WITH INVOICING.   *
083900*****************************************************************
084000 7000-RECORD-BILLING.
084100     MOVE SPACES           TO DL760-FBHS-RECORD
084200     MOVE DL760-BILL-MONTH TO DL760-FBHS-MONTH
084300     MOVE DL760-TODAY      TO DL760-FBHS-RUN-DATE
084400     MOVE DL760-BILLED-CTR TO DL760-FBHS-KEYS-BILLED
084500     MOVE DL760-TOTAL-FEE  TO DL760-FBHS-FEE-TOTAL
084600     WRITE DL760-FBHS-RECORD
084700         INVALID KEY
084800             SET DL760-FBHS-NOT-RECORDED TO TRUE
084900     END-WRITE
085000     IF DL760-FBHS-STATUS NOT = '00'
085100         SET DL760-FBHS-NOT-RECORDED TO TRUE
085200     END-IF
085300     IF DL760-FBHS-NOT-RECORDED
085400         MOVE 'MONTH BILLED BUT NOT RECORDED ON TBLFBHS - STATUS'
085500             TO DL760-MSG-TEXT
085600         MOVE DL760-FBHS-STATUS TO DL760-MSG-VALUE
085700         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
085800     END-IF.
085900 7000-EXIT.
086000     EXIT.
086100
086200*****************************************************************
086300* 7900-WRITE-MESSAGE                                            *
086400*****************************************************************
086500 7900-WRITE-MESSAGE.
086600     WRITE DL760-REPORT-LINE FROM DL760-MESSAGE-LINE.
086700 7900-EXIT.
086800     EXIT.
086900
087000*****************************************************************
087100* 8000-TERMINATE - CLOSES, RUN TOTALS, AND THE STEP CODE        *
087200*****************************************************************
087300 8000-TERMINATE.
087400     IF DL760-MSTR-OPEN
087500         CLOSE DL760-MASTER-FILE
087600     END-IF
087700     IF DL760-FBHS-OPEN
087800         CLOSE DL760-HISTORY-FILE
087900     END-IF
088000     CLOSE DL760-REPORT-FILE
088100     DISPLAY 'DL760 - BILL MONTH          : ' DL760-BILL-MONTH
088200     DISPLAY 'DL760 - KEYS BILLED         : ' DL760-BILLED-CTR
088300     DISPLAY 'DL760 - RAISED TO MINIMUM   : ' DL760-MINIMUM-CTR
088400     DISPLAY 'DL760 - FEE TOTAL           : ' DL760-TOTAL-FEE
088500     DISPLAY 'DL760 - LATER MONTH, BY HAND: ' DL760-LATER-CTR
088600     DISPLAY 'DL760 - NOT POSTED IN MONTH : ' DL760-EARLIER-CTR
088700     IF DL760-ALREADY-BILLED
088800         OR DL760-LATER-CTR > ZERO
088900         OR DL760-FBHS-NOT-RECORDED
089000         MOVE 4 TO RETURN-CODE
089100     END-IF
089200     IF DL760-REFUSED
089300         DISPLAY 'DL760 - BILLING REFUSED, SEE TBLFREG'
089400         MOVE 8 TO RETURN-CODE
089500     END-IF.
089600 8000-EXIT.
089700     EXIT.

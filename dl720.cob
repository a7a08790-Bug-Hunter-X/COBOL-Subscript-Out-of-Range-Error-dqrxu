000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL720.
000300 AUTHOR.        R SHAUGHNESSY.
000400 INSTALLATION.  DAILY PROCESSING - OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DL720 - MONTHLY PER-KEY ACTIVITY STATEMENTS                   *
000900*                                                               *
001000* WHEN AN ACCOUNT OWNER ASKS WHAT POSTED IN A MONTH, DL700      *
001100* GIVES THE MTD TOTAL BUT NOT THE ITEMS BEHIND IT.  THIS        *
001200* MONTH-END RUN PRINTS ONE STATEMENT PER KEY FROM THE TBLXARC   *
001300* EXTRACT ARCHIVE: EVERY DETAIL SETTLEMENT WAS SENT FOR THE     *
001400* MONTH, WITH ITS DATE, AMOUNT, SOURCE AND ACTION CODE, EVERY   *
001500* DL410 SETTLEMENT RETURN BACKED OUT OF THE MONTH (FROM THE     *
001600* TBLRHST RETURN HISTORY), AND A CLOSING TOTAL TIED TO THE      *
001700* KEY'S TBLMSTR FIGURE - OR, ONCE THE KEY HAS ROLLED INTO A NEW *
001800* MONTH, TO ITS FIGURE ON THE DL710 TBLMARC MONTH ARCHIVE.      *
001900*                                                               *
002000* THE ARCHIVE IS KEYED BY BUSINESS DATE, NOT BY KEY, SO THE     *
002100* MONTH'S DETAILS, RETURNS AND MASTER FIGURES ARE FIRST         *
002200* GATHERED INTO THE TBLSTWK WORK KSDS KEYED BY ENTRY KEY AND    *
002300* DATE; ONE SEQUENTIAL PASS OF IT THEN PRINTS THE STATEMENTS IN *
002400* KEY ORDER WITHOUT A SEPARATE SORT STEP.  THE WORK FILE IS     *
002500* EMPTIED AT THE START OF EVERY RUN.                            *
002600*                                                               *
002700* AN ADD ADDS ITS AMOUNT TO THE CLOSING TOTAL; A CUT-MODE       *
002800* REVERSAL TAKES ITS AMOUNT OFF; A CUT-MODE ADJUSTMENT ADDS ITS *
002900* NEW AMOUNT AND TAKES OFF THE ONE IT REPLACED; A RETURN TAKES  *
003000* OFF WHAT DL410 ACTUALLY BACKED OUT - THE SAME NETTING THE     *
003100* MASTER ITSELF WENT THROUGH.  AMOUNTS ARE IN BASE CURRENCY, AS *
003120* THE MASTER IS; A DETAIL IN ANOTHER CURRENCY SHOWS ITS         *
003140* ORIGINAL CURRENCY AND AMOUNT AS A NOTE.                       *
003145*                                                               *
003150* A DETAIL DATED IN A MONTH DL710 HAD ALREADY CLOSED WENT TO THE*
003160* PRIOR-PERIOD ADJUSTMENT FILE, NOT INTO THIS MONTH'S MASTER    *
003170* FIGURE; IT PRINTS AS PRIOR-PER WITH NO EFFECT ON THE CLOSING  *
003180* TOTAL, AND ITS NOTE NAMES THE MONTH IT BELONGS TO.            *
003200*                                                               *
003210* A KEY DL610 HAS RENUMBERED OR MERGED AWAY IS STATEMENTED      *
003220* UNDER THE KEY ON ITS TBLKXRF CROSS-REFERENCE, WHERE ITS       *
003230* MASTER TOTALS WERE MOVED; EACH OF ITS DETAILS NOTES THE KEY   *
003240* IT POSTED UNDER, AND A KEY CARD NAMING IT SELECTS THE         *
003250* SUCCESSOR.  THE ONE EXCEPTION IS A MONTH DL710 HAD ALREADY    *
003260* CLOSED (TBLMCHS) BEFORE THE CONVERSION: ITS TBLMARC FIGURE IS *
003270* STILL THE OLD KEY'S, SO THE OLD KEY KEEPS ITS OWN STATEMENT.  *
003280* NO CROSS-REFERENCE FILE MEANS NO KEY HAS BEEN CONVERTED.      *
003290*                                                               *
003300* SELECTION CARDS ON TBLSCTL (KEYWORD=VALUE, '*' COMMENTS, SAME *
003400* SHAPE AS DL710'S TBLMCTL):                                    *
003500*   MONTH=CCYYMM      MONTH TO STATEMENT; DEFAULTS TO THE       *
003600*                     CALENDAR MONTH BEFORE THE RUN DATE        *
003700*   KEY=KKKKKKKKKK    STATEMENT THIS KEY; ONE CARD PER KEY, UP  *
003800*                     TO 200 - A LIST OF CARDS IS A LIST        *
003900*   KEY=ALL           STATEMENT THE WHOLE BOOK (ALSO THE        *
004000*                     DEFAULT WHEN THERE ARE NO KEY CARDS)      *
004100*                                                               *
004200* RETURN CODES: 8 = EXTRACT ARCHIVE UNAVAILABLE, NO STATEMENTS; *
004300* 4 = A STATEMENT DID NOT TIE, HAD NO MASTER FIGURE, OR A       *
004400* SELECTED KEY HAD NOTHING FOR THE MONTH; 0 = CLEAN.            *
004500*                                                               *
004600* MODIFICATION HISTORY                                          *
004700* ---------------------------------------------------------     *
004800* 10/15/2026  RS   ORIGINAL PROGRAM.                            *
004810* 10/15/2026  RS   DETAILS NOW STATEMENT AT THEIR BASE-CURRENCY *
004820*                  AMOUNTS, THE FIGURES THE MASTER WAS POSTED   *
004830*                  WITH, SO A FOREIGN-CURRENCY ITEM STILL TIES; *
004840*                  ITS ORIGINAL CURRENCY AND AMOUNT PRINT IN THE*
004850*                  NOTE COLUMN.                                 *
004860* 10/15/2026  RS   A DETAIL FLAGGED PRIOR-PERIOD BY DL100 PRINTS*
004870*                  AS PRIOR-PER AT NO EFFECT, NOTED WITH ITS OWN*
004880*                  MONTH, SINCE IT NEVER REACHED THIS MONTH'S   *
004890*                  MASTER FIGURE.                               *
004891* 10/15/2026  RS   DETAILS AND RETURNS OF A KEY DL610 CONVERTED *
004892*                  NOW STATEMENT UNDER ITS TBLKXRF SUCCESSOR,   *
004893*                  WHERE ITS MASTER FIGURE WENT, UNLESS THE     *
004894*                  MONTH WAS CLOSED BEFORE THE CONVERSION; A    *
004895*                  KEY CARD FOR A CONVERTED KEY SELECTS THE     *
004896*                  SUCCESSOR.                                   *
004900*****************************************************************
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-370.
005300 OBJECT-COMPUTER.   IBM-370.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT DL720-XARC-FILE
005700         ASSIGN TO TBLXARC
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS DL100-XARC-KEY
006100         FILE STATUS IS DL720-XARC-STATUS.
006200
006300     SELECT DL720-RHST-FILE
006400         ASSIGN TO TBLRHST
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS DL410-RHST-KEY
006800         FILE STATUS IS DL720-RHST-STATUS.
006900
007000     SELECT DL720-MASTER-FILE
007100         ASSIGN TO TBLMSTR
007200         ORGANIZATION IS INDEXED
007300         ACCESS MODE IS SEQUENTIAL
007400         RECORD KEY IS DL100-MSTR-KEY
007500         FILE STATUS IS DL720-MSTR-STATUS.
007600
007700     SELECT DL720-MARC-FILE
007800         ASSIGN TO TBLMARC
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS DL720-MARC-STATUS.
008100
008105     SELECT DL720-XREF-FILE
008110         ASSIGN TO TBLKXRF
008115         ORGANIZATION IS INDEXED
008120         ACCESS MODE IS RANDOM
008125         RECORD KEY IS DL610-XREF-OLD-KEY
008130         FILE STATUS IS DL720-XREF-STATUS.
008135
008140     SELECT DL720-MCHS-FILE
008145         ASSIGN TO TBLMCHS
008150         ORGANIZATION IS INDEXED
008155         ACCESS MODE IS RANDOM
008160         RECORD KEY IS DL710-MCHS-MONTH
008165         FILE STATUS IS DL720-MCHS-STATUS.
008170
008200     SELECT DL720-WORK-FILE
008300         ASSIGN TO TBLSTWK
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS DL720-WRK-KEY
008700         FILE STATUS IS DL720-WRK-STATUS.
008800
008900     SELECT DL720-PARM-FILE
009000         ASSIGN TO TBLSCTL
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS DL720-PARM-STATUS.
009300
009400     SELECT DL720-REPORT-FILE
009500         ASSIGN TO TBLSTMT
009600         ORGANIZATION IS LINE SEQUENTIAL.
009700
009800 DATA DIVISION.
009900 FILE SECTION.
010000 FD  DL720-XARC-FILE.
010100 COPY "dl100xa.cpy".
010200
010300 FD  DL720-RHST-FILE.
010400 COPY "dl410rh.cpy".
010500
010600 FD  DL720-MASTER-FILE.
010700 COPY "dl100ms.cpy".
010710
010720 FD  DL720-XREF-FILE.
010730 COPY "dl610xr.cpy".
010740
010750 FD  DL720-MCHS-FILE.
010760 COPY "dl710mc.cpy".
010800
010900*    THE DL710 MONTH ARCHIVE: AN 'H' HEADER, THE TBLMSTR RECORDS
011000*    VERBATIM, AND A 'T' TRAILER.  ONLY A MASTER RECORD CARRIES A
011100*    NUMERIC LAST-POSTED DATE IN COLUMNS 38-45.
011200 FD  DL720-MARC-FILE
011300     RECORDING MODE IS F.
011400 01  DL720-MARC-RECORD.
011500     05  DL720-MARC-KEY             PIC X(10).
011600     05  DL720-MARC-MTD-AMOUNT      PIC 9(13).
011700     05  DL720-MARC-MTD-COUNT       PIC 9(06).
011800     05  DL720-MARC-FIRST-POSTED    PIC 9(08).
011900     05  DL720-MARC-LAST-POSTED     PIC 9(08).
012000     05  FILLER                     PIC X(35).
012100
012200*    ONE RECORD PER STATEMENT LINE, KEYED SO A SEQUENTIAL READ
012300*    RETURNS EACH KEY'S MASTER FIGURES FIRST (DATE ZERO), THEN ITS
012400*    DETAILS AND RETURNS IN DATE ORDER
012500 FD  DL720-WORK-FILE.
012600 01  DL720-WORK-RECORD.
012700     05  DL720-WRK-KEY.
012800         10  DL720-WRK-ITEM-KEY     PIC X(10).
012900         10  DL720-WRK-DATE         PIC 9(08).
013000         10  DL720-WRK-SEQ          PIC 9(06).
013100         10  DL720-WRK-TYPE         PIC X(01).
013200             88  DL720-WRK-IS-MSTR-FIG          VALUE 'A'.
013300             88  DL720-WRK-IS-MARC-FIG          VALUE 'B'.
013400             88  DL720-WRK-IS-DETAIL            VALUE 'D'.
013500             88  DL720-WRK-IS-RETURN            VALUE 'R'.
013600     05  DL720-WRK-ITEM-DATE        PIC X(08).
013700     05  DL720-WRK-AMOUNT           PIC 9(13).
013800     05  DL720-WRK-OLD-AMOUNT       PIC 9(13).
013900     05  DL720-WRK-COUNT            PIC 9(06).
014000     05  DL720-WRK-SOURCE           PIC X(01).
014100     05  DL720-WRK-ACTION           PIC X(01).
014200     05  DL720-WRK-REASON           PIC X(30).
014300     05  FILLER                     PIC X(08).
014400
014500 FD  DL720-PARM-FILE
014600     RECORDING MODE IS F.
014700 01  DL720-PARM-RECORD              PIC X(80).
014800
014900 FD  DL720-REPORT-FILE
015000     RECORDING MODE IS F.
015100 01  DL720-REPORT-LINE              PIC X(132).
015200
015300 WORKING-STORAGE SECTION.
015400 77  DL720-XARC-STATUS          PIC X(02) VALUE '00'.
015500 77  DL720-RHST-STATUS          PIC X(02) VALUE '00'.
015600 77  DL720-MSTR-STATUS          PIC X(02) VALUE '00'.
015700 77  DL720-MARC-STATUS          PIC X(02) VALUE '00'.
015800 77  DL720-WRK-STATUS           PIC X(02) VALUE '00'.
015900 77  DL720-PARM-STATUS          PIC X(02) VALUE '00'.
015920 77  DL720-XREF-STATUS          PIC X(02) VALUE '00'.
015940 77  DL720-MCHS-STATUS          PIC X(02) VALUE '00'.
016000 77  DL720-TODAY                PIC 9(08) VALUE ZERO.
016100 77  DL720-STMT-MONTH           PIC 9(06) VALUE ZERO.
016200 77  DL720-CURRENT-KEY          PIC X(10) VALUE SPACES.
016220 77  DL720-POSTED-KEY           PIC X(10) VALUE SPACES.
016240 77  DL720-MONTH-CLOSE-DATE     PIC 9(08) VALUE 99999999.
016300
016400 77  DL720-SEL-CTR              PIC 9(04) COMP VALUE ZERO.
016500 77  DL720-SEL-IDX              PIC 9(04) COMP.
016600 77  DL720-SEL-DROPPED-CTR      PIC 9(04) COMP VALUE ZERO.
016700 77  DL720-PARM-BAD-CTR         PIC 9(04) COMP VALUE ZERO.
016800 77  DL720-DTL-CTR              PIC 9(06) COMP VALUE ZERO.
016900 77  DL720-RTN-CTR              PIC 9(06) COMP VALUE ZERO.
017000 77  DL720-FIG-CTR              PIC 9(06) COMP VALUE ZERO.
017100 77  DL720-DUP-CTR              PIC 9(06) COMP VALUE ZERO.
017200 77  DL720-STMT-CTR             PIC 9(06) COMP VALUE ZERO.
017300 77  DL720-TIED-CTR             PIC 9(06) COMP VALUE ZERO.
017400 77  DL720-BREAK-CTR            PIC 9(06) COMP VALUE ZERO.
017500 77  DL720-NOFIG-CTR            PIC 9(06) COMP VALUE ZERO.
017600 77  DL720-MISSING-CTR          PIC 9(06) COMP VALUE ZERO.
017650 77  DL720-XLATE-CTR            PIC 9(06) COMP VALUE ZERO.
017700 77  DL720-AMT-NUM              PIC 9(09).
017750 77  DL720-ORIG-AMT-EDIT        PIC Z(08)9.
017800
017900*    AN ARCHIVED EXTRACT IMAGE, LAID OUT FOR READING
018000 COPY "dl100ex.cpy".
018100
018200 01  DL720-PARM-FIELDS.
018300     05  DL720-PARM-KEYWORD         PIC X(20).
018400     05  DL720-PARM-VALUE           PIC X(40).
018500
018600*    THE KEYS THE KEY= CARDS ASKED FOR; NONE (OR KEY=ALL) MEANS
018700*    THE WHOLE BOOK
018800 01  DL720-SELECT-TABLE-AREA.
018900     05  DL720-SEL-ENTRY OCCURS 200 TIMES.
019000         10  DL720-SEL-KEY          PIC X(10).
019100         10  DL720-SEL-FOUND-SW     PIC X(01).
019200             88  DL720-SEL-FOUND               VALUE 'Y'.
019300
019400*    THE STATEMENT BEING BUILT FOR DL720-CURRENT-KEY
019500 01  DL720-STATEMENT-FIELDS.
019600     05  DL720-STM-NET-AMOUNT       PIC S9(13) VALUE ZERO.
019700     05  DL720-STM-NET-COUNT        PIC S9(07) VALUE ZERO.
019800     05  DL720-STM-EFFECT           PIC S9(13) VALUE ZERO.
019900     05  DL720-STM-MSTR-AMOUNT      PIC 9(13) VALUE ZERO.
020000     05  DL720-STM-MSTR-COUNT       PIC 9(06) VALUE ZERO.
020100     05  DL720-STM-MARC-AMOUNT      PIC 9(13) VALUE ZERO.
020200     05  DL720-STM-MARC-COUNT       PIC 9(06) VALUE ZERO.
020300     05  DL720-STM-FIG-AMOUNT       PIC 9(13) VALUE ZERO.
020400     05  DL720-STM-DIFF             PIC S9(13) VALUE ZERO.
020500     05  DL720-STM-MSTR-SW          PIC X(01) VALUE 'N'.
020600         88  DL720-STM-HAS-MSTR                VALUE 'Y'.
020700     05  DL720-STM-MARC-SW          PIC X(01) VALUE 'N'.
020800         88  DL720-STM-HAS-MARC                VALUE 'Y'.
020900     05  DL720-GRAND-NET-AMOUNT     PIC S9(15) VALUE ZERO.
021000
021100 01  DL720-HEADING-1.
021200     05  FILLER                     PIC X(42) VALUE
021300             'DL720 - MONTHLY ACTIVITY STATEMENT  MONTH '.
021400     05  DL720-HDG-MONTH            PIC 9(06).
021500     05  FILLER                     PIC X(09) VALUE '  RUN ON '.
021600     05  DL720-HDG-TODAY            PIC 9(08).
021700     05  FILLER                     PIC X(67) VALUE SPACES.
021800
021900 01  DL720-RULE-LINE                PIC X(132) VALUE ALL '-'.
022000
022100 01  DL720-KEY-LINE.
022200     05  FILLER                     PIC X(18) VALUE
022300             'STATEMENT FOR KEY '.
022400     05  DL720-KYL-KEY              PIC X(10).
022500     05  FILLER                     PIC X(08) VALUE '  MONTH '.
022600     05  DL720-KYL-MONTH            PIC 9(06).
022700     05  FILLER                     PIC X(90) VALUE SPACES.
022800
022900 01  DL720-COLUMN-LINE.
023000     05  FILLER                     PIC X(40) VALUE
023100             'POSTED    ITEM DATE      AMOUNT  SRC  AC'.
023200     05  FILLER                     PIC X(40) VALUE
023300             'TION        REPLACED      NET EFFECT  NO'.
023400     05  FILLER                     PIC X(52) VALUE 'TE'.
023500
023600 01  DL720-DETAIL-LINE.
023700     05  DL720-SDL-POSTED           PIC 9(08).
023800     05  FILLER                     PIC X(02) VALUE SPACES.
023900     05  DL720-SDL-ITEM-DATE        PIC X(08).
024000     05  FILLER                     PIC X(02) VALUE SPACES.
024100     05  DL720-SDL-AMOUNT           PIC Z(08)9.
024200     05  FILLER                     PIC X(03) VALUE SPACES.
024300     05  DL720-SDL-SOURCE           PIC X(01).
024400     05  FILLER                     PIC X(03) VALUE SPACES.
024500     05  DL720-SDL-ACTION           PIC X(10).
024600     05  FILLER                     PIC X(02) VALUE SPACES.
024700     05  DL720-SDL-REPLACED         PIC Z(08)9 BLANK WHEN ZERO.
024800     05  FILLER                     PIC X(02) VALUE SPACES.
024900     05  DL720-SDL-EFFECT           PIC ---,---,---,--9.
025000     05  FILLER                     PIC X(02) VALUE SPACES.
025100     05  DL720-SDL-NOTE             PIC X(30).
025200     05  FILLER                     PIC X(26) VALUE SPACES.
025300
025400 01  DL720-TOTAL-LINE.
025500     05  DL720-TTL-LABEL            PIC X(30).
025600     05  DL720-TTL-AMOUNT           PIC ----,---,---,--9.
025700     05  FILLER                     PIC X(08) VALUE '  COUNT '.
025800     05  DL720-TTL-COUNT            PIC ------9.
025900     05  FILLER                     PIC X(71) VALUE SPACES.
026000
026100 01  DL720-MESSAGE-LINE.
026200     05  DL720-MSG-TEXT             PIC X(60).
026300     05  DL720-MSG-KEY              PIC X(10).
026400     05  FILLER                     PIC X(62) VALUE SPACES.
026500
026600 01  DL720-SUMMARY-LINE.
026700     05  FILLER                     PIC X(12) VALUE
026800             'STATEMENTS  '.
026900     05  DL720-SUM-STMT             PIC ZZZZZ9.
027000     05  FILLER                     PIC X(09) VALUE '  TIED   '.
027100     05  DL720-SUM-TIED             PIC ZZZZZ9.
027200     05  FILLER                     PIC X(15) VALUE
027300             '  DO NOT TIE   '.
027400     05  DL720-SUM-BREAK            PIC ZZZZZ9.
027500     05  FILLER                     PIC X(15) VALUE
027600             '  NO FIGURE    '.
027700     05  DL720-SUM-NOFIG            PIC ZZZZZ9.
027800     05  FILLER                     PIC X(57) VALUE SPACES.
027900
028000 01  DL720-SWITCHES.
028100     05  DL720-ALL-KEYS-SW          PIC X(01) VALUE 'N'.
028200         88  DL720-ALL-KEYS                    VALUE 'Y'.
028300     05  DL720-WANTED-SW            PIC X(01) VALUE 'N'.
028400         88  DL720-KEY-WANTED                  VALUE 'Y'.
028500     05  DL720-XARC-OPEN-SW         PIC X(01) VALUE 'N'.
028600         88  DL720-XARC-OPEN                   VALUE 'Y'.
028700     05  DL720-XARC-DONE-SW         PIC X(01) VALUE 'N'.
028800         88  DL720-XARC-DONE                   VALUE 'Y'.
028900     05  DL720-RHST-EOF-SW          PIC X(01) VALUE 'N'.
029000         88  DL720-RHST-EOF                    VALUE 'Y'.
029100     05  DL720-MSTR-EOF-SW          PIC X(01) VALUE 'N'.
029200         88  DL720-MSTR-EOF                    VALUE 'Y'.
029300     05  DL720-MARC-EOF-SW          PIC X(01) VALUE 'N'.
029400         88  DL720-MARC-EOF                    VALUE 'Y'.
029500     05  DL720-WRK-EOF-SW           PIC X(01) VALUE 'N'.
029600         88  DL720-WRK-EOF                     VALUE 'Y'.
029700     05  DL720-WRK-OPEN-SW          PIC X(01) VALUE 'N'.
029800         88  DL720-WRK-OPEN                    VALUE 'Y'.
029820     05  DL720-XREF-OPEN-SW         PIC X(01) VALUE 'N'.
029840         88  DL720-XREF-OPEN                   VALUE 'Y'.
029860     05  DL720-XLATED-SW            PIC X(01) VALUE 'N'.
029880         88  DL720-KEY-XLATED                  VALUE 'Y'.
029900
030000 PROCEDURE DIVISION.
030100*****************************************************************
030200* 0000-MAINLINE                                                 *
030300*****************************************************************
030400 0000-MAINLINE.
030500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030600     IF DL720-XARC-OPEN AND DL720-WRK-OPEN
030700         PERFORM 2000-GATHER-DETAILS THRU 2000-EXIT
030800         PERFORM 3000-GATHER-RETURNS THRU 3000-EXIT
030900         PERFORM 4000-GATHER-FIGURES THRU 4000-EXIT
031000         PERFORM 5000-PRINT-STATEMENTS THRU 5000-EXIT
031100         PERFORM 6000-REPORT-MISSING-KEYS THRU 6000-EXIT
031200     END-IF.
031300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
031400     GOBACK.
031500
031600*****************************************************************
031700* 1000-INITIALIZE - SELECTION CARDS, DEFAULT MONTH, THE REPORT, *
031800* AN EMPTY WORK FILE, THE KEY CROSS-REFERENCE, AND THE ARCHIVE  *
031900*****************************************************************
032000 1000-INITIALIZE.
032100     ACCEPT DL720-TODAY FROM DATE YYYYMMDD
032200     PERFORM 1100-DEFAULT-MONTH THRU 1100-EXIT
032300     PERFORM 1200-READ-SELECTION-CARDS THRU 1200-EXIT
032400     IF DL720-SEL-CTR = ZERO
032500         SET DL720-ALL-KEYS TO TRUE
032600     END-IF
032700     OPEN OUTPUT DL720-REPORT-FILE
032800     MOVE DL720-STMT-MONTH TO DL720-HDG-MONTH
032900     MOVE DL720-TODAY      TO DL720-HDG-TODAY
033000     WRITE DL720-REPORT-LINE FROM DL720-HEADING-1
033050     PERFORM 1300-OPEN-CROSS-REFERENCE THRU 1300-EXIT
033100     OPEN OUTPUT DL720-WORK-FILE
033200     CLOSE DL720-WORK-FILE
033300     OPEN I-O DL720-WORK-FILE
033400     IF DL720-WRK-STATUS NOT = '00'
033500         DISPLAY 'DL720 - TBLSTWK UNAVAILABLE, STATUS '
033600             DL720-WRK-STATUS
033700         GO TO 1000-EXIT
033800     END-IF
033900     SET DL720-WRK-OPEN TO TRUE
034000     OPEN INPUT DL720-XARC-FILE
034100     IF DL720-XARC-STATUS NOT = '00'
034200         DISPLAY 'DL720 - TBLXARC UNAVAILABLE, STATUS '
034300             DL720-XARC-STATUS
034400         GO TO 1000-EXIT
034500     END-IF
034600     SET DL720-XARC-OPEN TO TRUE.
034700 1000-EXIT.
034800     EXIT.
034900
035000*****************************************************************
035100* 1100-DEFAULT-MONTH - THE CALENDAR MONTH BEFORE THE RUN DATE,  *
035200* AS DL710 DEFAULTS ITS CLOSE MONTH, UNLESS A MONTH CARD        *
035300* OVERRIDES IT                                                  *
035400*****************************************************************
035500 1100-DEFAULT-MONTH.
035600     MOVE DL720-TODAY(1:6) TO DL720-STMT-MONTH
035700     IF DL720-STMT-MONTH(5:2) = '01'
035800         SUBTRACT 100 FROM DL720-STMT-MONTH
035900         ADD 11 TO DL720-STMT-MONTH
036000     ELSE
036100         SUBTRACT 1 FROM DL720-STMT-MONTH
036200     END-IF.
036300 1100-EXIT.
036400     EXIT.
036500
036600*****************************************************************
036700* 1200-READ-SELECTION-CARDS - TBLSCTL KEYWORD CARDS.  A MISSING *
036800* OR EMPTY FILE LEAVES THE DEFAULTS (LAST MONTH, WHOLE BOOK);   *
036900* BAD CARDS ARE COUNTED AND DISPLAYED.                          *
037000*****************************************************************
037100 1200-READ-SELECTION-CARDS.
037200     OPEN INPUT DL720-PARM-FILE
037300     IF DL720-PARM-STATUS NOT = '00'
037400         GO TO 1200-EXIT
037500     END-IF
037600     PERFORM 1210-READ-ONE-CARD THRU 1210-EXIT
037700         UNTIL DL720-PARM-STATUS NOT = '00'
037800     CLOSE DL720-PARM-FILE.
037900 1200-EXIT.
038000     EXIT.
038100
038200*****************************************************************
038300* 1210-READ-ONE-CARD                                            *
038400*****************************************************************
038500 1210-READ-ONE-CARD.
038600     READ DL720-PARM-FILE
038700         AT END
038800             GO TO 1210-EXIT
038900     END-READ
039000     IF DL720-PARM-RECORD = SPACES
039100         OR DL720-PARM-RECORD(1:1) = '*'
039200         GO TO 1210-EXIT
039300     END-IF
039400     MOVE SPACES TO DL720-PARM-KEYWORD
039500     MOVE SPACES TO DL720-PARM-VALUE
039600     UNSTRING DL720-PARM-RECORD DELIMITED BY '='
039700         INTO DL720-PARM-KEYWORD
039800              DL720-PARM-VALUE
039900     END-UNSTRING
040000     EVALUATE DL720-PARM-KEYWORD
040100         WHEN 'MONTH'
040200             IF DL720-PARM-VALUE(1:6) IS NUMERIC
040300                 AND DL720-PARM-VALUE(5:2) >= '01'
040400                 AND DL720-PARM-VALUE(5:2) <= '12'
040500                 MOVE DL720-PARM-VALUE(1:6) TO DL720-STMT-MONTH
040600             ELSE
040700                 PERFORM 1280-FLAG-BAD-CARD THRU 1280-EXIT
040800             END-IF
040900         WHEN 'KEY'
041000             PERFORM 1220-ADD-SELECTED-KEY THRU 1220-EXIT
041100         WHEN OTHER
041200             PERFORM 1280-FLAG-BAD-CARD THRU 1280-EXIT
041300     END-EVALUATE.
041400 1210-EXIT.
041500     EXIT.
041600
041700*****************************************************************
041800* 1220-ADD-SELECTED-KEY - KEY=ALL, OR ONE MORE KEY FOR THE LIST.*
041900* KEYS PAST THE TABLE ARE COUNTED AND REPORTED, NOT DROPPED     *
042000* SILENTLY.                                                     *
042100*****************************************************************
042200 1220-ADD-SELECTED-KEY.
042300     IF DL720-PARM-VALUE(1:10) = SPACES
042400         PERFORM 1280-FLAG-BAD-CARD THRU 1280-EXIT
042500         GO TO 1220-EXIT
042600     END-IF
042700     IF DL720-PARM-VALUE = 'ALL'
042800         SET DL720-ALL-KEYS TO TRUE
042900         GO TO 1220-EXIT
043000     END-IF
043100     IF DL720-SEL-CTR >= 200
043200         ADD 1 TO DL720-SEL-DROPPED-CTR
043300         GO TO 1220-EXIT
043400     END-IF
043500     ADD 1 TO DL720-SEL-CTR
043600     MOVE DL720-PARM-VALUE(1:10) TO DL720-SEL-KEY(DL720-SEL-CTR)
043700     MOVE 'N' TO DL720-SEL-FOUND-SW(DL720-SEL-CTR).
043800 1220-EXIT.
043900     EXIT.
044000
044100*****************************************************************
044200* 1280-FLAG-BAD-CARD                                            *
044300*****************************************************************
044400 1280-FLAG-BAD-CARD.
044500     ADD 1 TO DL720-PARM-BAD-CTR
044600     DISPLAY 'DL720 - BAD SELECTION CARD: ' DL720-PARM-RECORD.
044700 1280-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045002* 1300-OPEN-CROSS-REFERENCE - THE DL610 TBLKXRF FILE, AND THE   *
045004* DAY DL710 CLOSED THE STATEMENT MONTH (TBLMCHS; A MONTH NOT    *
045006* YET CLOSED COUNTS AS CLOSING AFTER EVERY CONVERSION).  A KEY  *
045008* CARD NAMING A CONVERTED KEY IS POINTED AT ITS SUCCESSOR.      *
045010* NEITHER FILE IS NEEDED: WITHOUT TBLKXRF NO KEY IS TRANSLATED. *
045012*****************************************************************
045014 1300-OPEN-CROSS-REFERENCE.
045016     OPEN INPUT DL720-XREF-FILE
045018     IF DL720-XREF-STATUS NOT = '00'
045020         GO TO 1300-EXIT
045022     END-IF
045024     SET DL720-XREF-OPEN TO TRUE
045026     OPEN INPUT DL720-MCHS-FILE
045028     IF DL720-MCHS-STATUS = '00'
045030         MOVE DL720-STMT-MONTH TO DL710-MCHS-MONTH
045032         READ DL720-MCHS-FILE
045034             NOT INVALID KEY
045036                 MOVE DL710-MCHS-CLOSE-DATE
045038                     TO DL720-MONTH-CLOSE-DATE
045040         END-READ
045042         CLOSE DL720-MCHS-FILE
045044     END-IF
045046     PERFORM 1310-TRANSLATE-ONE-SELECTION THRU 1310-EXIT
045048         VARYING DL720-SEL-IDX FROM 1 BY 1
045050         UNTIL DL720-SEL-IDX > DL720-SEL-CTR.
045052 1300-EXIT.
045054     EXIT.
045056
045058*****************************************************************
045060* 1310-TRANSLATE-ONE-SELECTION                                  *
045062*****************************************************************
045064 1310-TRANSLATE-ONE-SELECTION.
045066     MOVE DL720-SEL-KEY(DL720-SEL-IDX) TO DL720-CURRENT-KEY
045068     PERFORM 2700-TRANSLATE-KEY THRU 2700-EXIT
045070     IF DL720-KEY-XLATED
045072         MOVE DL720-CURRENT-KEY TO DL720-SEL-KEY(DL720-SEL-IDX)
045074         MOVE 'KEY CARD NAMES A CONVERTED KEY - STATEMENTING '
045076             TO DL720-MSG-TEXT
045078         MOVE DL720-CURRENT-KEY TO DL720-MSG-KEY
045080         WRITE DL720-REPORT-LINE FROM DL720-MESSAGE-LINE
045082         DISPLAY 'DL720 - KEY ' DL720-POSTED-KEY
045084             ' CONVERTED, STATEMENTING ' DL720-CURRENT-KEY
045086     END-IF.
045088 1310-EXIT.
045090     EXIT.
045092
045094*****************************************************************
045100* 2000-GATHER-DETAILS - EVERY DETAIL THE ARCHIVE HOLDS FOR THE  *
045200* MONTH'S BUSINESS DATES, FOR THE SELECTED KEYS.  HEADERS,      *
045300* TRAILERS AND CUT RECORDS ARE PASSED BY.                       *
045400*****************************************************************
045500 2000-GATHER-DETAILS.
045600     MOVE DL720-STMT-MONTH TO DL100-XARC-DATE(1:6)
045700     MOVE '01'             TO DL100-XARC-DATE(7:2)
045800     MOVE ZERO             TO DL100-XARC-SEQ
045900     START DL720-XARC-FILE KEY >= DL100-XARC-KEY
046000         INVALID KEY
046100             SET DL720-XARC-DONE TO TRUE
046200     END-START
046300     PERFORM 2100-GATHER-ONE-RECORD THRU 2100-EXIT
046400         UNTIL DL720-XARC-DONE.
046500 2000-EXIT.
046600     EXIT.
046700
046800*****************************************************************
046900* 2100-GATHER-ONE-RECORD                                        *
047000*****************************************************************
047100 2100-GATHER-ONE-RECORD.
047200     READ DL720-XARC-FILE NEXT
047300         AT END
047400             SET DL720-XARC-DONE TO TRUE
047500             GO TO 2100-EXIT
047600     END-READ
047700     IF DL100-XARC-DATE(1:6) NOT = DL720-STMT-MONTH
047800         SET DL720-XARC-DONE TO TRUE
047900         GO TO 2100-EXIT
048000     END-IF
048100     MOVE DL100-XARC-IMAGE TO DL100-EXTRACT-RECORD
048200     IF DL100-EXT-DTL-TYPE NOT = 'D'
048300         GO TO 2100-EXIT
048400     END-IF
048500     MOVE DL100-EXT-DTL-KEY TO DL720-CURRENT-KEY
048550     PERFORM 2700-TRANSLATE-KEY THRU 2700-EXIT
048600     PERFORM 2900-CHECK-KEY-WANTED THRU 2900-EXIT
048700     IF NOT DL720-KEY-WANTED
048800         GO TO 2100-EXIT
048900     END-IF
049000     MOVE SPACES TO DL720-WORK-RECORD
049100     MOVE DL720-CURRENT-KEY    TO DL720-WRK-ITEM-KEY
049200     MOVE DL100-XARC-DATE      TO DL720-WRK-DATE
049300     MOVE DL100-XARC-SEQ       TO DL720-WRK-SEQ
049400     SET DL720-WRK-IS-DETAIL   TO TRUE
049500     MOVE DL100-EXT-DTL-DATE   TO DL720-WRK-ITEM-DATE
049600     MOVE ZERO TO DL720-WRK-AMOUNT
049700     MOVE ZERO TO DL720-WRK-OLD-AMOUNT
049800     MOVE ZERO TO DL720-WRK-COUNT
049900     IF DL100-EXT-DTL-AMOUNT IS NUMERIC
050000         MOVE DL100-EXT-DTL-AMOUNT TO DL720-AMT-NUM
050100         MOVE DL720-AMT-NUM TO DL720-WRK-AMOUNT
050200     END-IF
050300     IF DL100-EXT-ACT-ADJUSTMENT
050400         AND DL100-EXT-DTL-OLD-AMOUNT IS NUMERIC
050500         MOVE DL100-EXT-DTL-OLD-AMOUNT TO DL720-AMT-NUM
050600         MOVE DL720-AMT-NUM TO DL720-WRK-OLD-AMOUNT
050700     END-IF
050705*    A DETAIL THAT CARRIES BASE-CURRENCY AMOUNTS STATEMENTS AT
050710*    THOSE, THE FIGURES THE MASTER WAS POSTED WITH
050715     IF DL100-EXT-DTL-BASE-AMOUNT IS NUMERIC
050720         MOVE DL100-EXT-DTL-BASE-AMOUNT TO DL720-AMT-NUM
050725         MOVE DL720-AMT-NUM TO DL720-WRK-AMOUNT
050730         IF DL100-EXT-DTL-BASE-AMOUNT NOT = DL100-EXT-DTL-AMOUNT
050735             PERFORM 2150-NOTE-ORIGINAL-AMOUNT THRU 2150-EXIT
050740         END-IF
050745     END-IF
050750     IF DL100-EXT-ACT-ADJUSTMENT
050755         AND DL100-EXT-DTL-OLD-BASE IS NUMERIC
050760         MOVE DL100-EXT-DTL-OLD-BASE TO DL720-AMT-NUM
050765         MOVE DL720-AMT-NUM TO DL720-WRK-OLD-AMOUNT
050770     END-IF
050800     MOVE DL100-EXT-DTL-SOURCE TO DL720-WRK-SOURCE
050900     MOVE DL100-EXT-DTL-ACTION TO DL720-WRK-ACTION
050910     IF DL100-EXT-PRIOR-PERIOD
050920         MOVE 'P' TO DL720-WRK-ACTION
050930         MOVE SPACES TO DL720-WRK-REASON
050940         STRING 'PRIOR-PERIOD ADJ FOR '
050950             DL100-EXT-DTL-DATE(1:6) DELIMITED BY SIZE
050960             INTO DL720-WRK-REASON
050970     END-IF
050975     IF DL720-KEY-XLATED
050980         AND DL720-WRK-REASON = SPACES
050985         STRING 'POSTED UNDER KEY ' DL720-POSTED-KEY
050990             DELIMITED BY SIZE INTO DL720-WRK-REASON
050995     END-IF
051000     PERFORM 2800-WRITE-WORK-RECORD THRU 2800-EXIT
051100     ADD 1 TO DL720-DTL-CTR.
051200 2100-EXIT.
051300     EXIT.
051400
051405*****************************************************************
051410* 2150-NOTE-ORIGINAL-AMOUNT - THE DETAIL'S OWN CURRENCY AND     *
051415* AMOUNT, FOR THE NOTE COLUMN OF ITS STATEMENT LINE             *
051420*****************************************************************
051425 2150-NOTE-ORIGINAL-AMOUNT.
051430     IF DL100-EXT-DTL-AMOUNT IS NOT NUMERIC
051435         GO TO 2150-EXIT
051440     END-IF
051445     MOVE DL100-EXT-DTL-AMOUNT TO DL720-AMT-NUM
051450     MOVE DL720-AMT-NUM TO DL720-ORIG-AMT-EDIT
051455     STRING 'ORIGINAL ' DL100-EXT-DTL-CURRENCY ' '
051460         DL720-ORIG-AMT-EDIT DELIMITED BY SIZE
051465         INTO DL720-WRK-REASON.
051470 2150-EXIT.
051472     EXIT.
051474
051476*****************************************************************
051478* 2700-TRANSLATE-KEY - DL720-CURRENT-KEY BECOMES THE KEY ITS    *
051480* TBLKXRF CROSS-REFERENCE NAMES, AS DL770 COUNTS IT, WITH THE   *
051482* KEY IT POSTED UNDER KEPT IN DL720-POSTED-KEY.  A CONVERSION   *
051484* ON OR AFTER THE DAY DL710 CLOSED THE MONTH CAME TOO LATE TO   *
051486* MOVE THAT MONTH'S FIGURE, WHICH TBLMARC STILL HOLDS UNDER THE *
051488* OLD KEY, SO THE KEY STAYS AS IT IS; A RE-POINTING THAT LATE   *
051490* STOPS AT THE FIRST SUCCESSOR.                                 *
051492*****************************************************************
051494 2700-TRANSLATE-KEY.
051496     MOVE 'N' TO DL720-XLATED-SW
051498     IF NOT DL720-XREF-OPEN
051500         GO TO 2700-EXIT
051502     END-IF
051504     MOVE DL720-CURRENT-KEY TO DL610-XREF-OLD-KEY
051506     READ DL720-XREF-FILE
051508         INVALID KEY
051510             GO TO 2700-EXIT
051512     END-READ
051514     IF DL610-XREF-CONV-DATE NOT < DL720-MONTH-CLOSE-DATE
051516         GO TO 2700-EXIT
051518     END-IF
051520     MOVE DL720-CURRENT-KEY TO DL720-POSTED-KEY
051522     IF DL610-XREF-REPOINT-DATE > ZERO
051524         AND DL610-XREF-REPOINT-DATE NOT < DL720-MONTH-CLOSE-DATE
051526         MOVE DL610-XREF-FIRST-NEW-KEY TO DL720-CURRENT-KEY
051528     ELSE
051530         MOVE DL610-XREF-NEW-KEY TO DL720-CURRENT-KEY
051532     END-IF
051534     SET DL720-KEY-XLATED TO TRUE
051536     ADD 1 TO DL720-XLATE-CTR.
051538 2700-EXIT.
051540     EXIT.
051542
051544*****************************************************************
051600* 2800-WRITE-WORK-RECORD - A DUPLICATE KEY CANNOT HAPPEN ON A   *
051700* FRESHLY EMPTIED WORK FILE; IF IT DOES IT IS COUNTED, NOT      *
051800* ALLOWED TO REPLACE THE FIRST RECORD                           *
051900*****************************************************************
052000 2800-WRITE-WORK-RECORD.
052100     WRITE DL720-WORK-RECORD
052200         INVALID KEY
052300             ADD 1 TO DL720-DUP-CTR
052400     END-WRITE.
052500 2800-EXIT.
052600     EXIT.
052700
052800*****************************************************************
052900* 2900-CHECK-KEY-WANTED - IS DL720-CURRENT-KEY ON THE           *
053000* SELECTION?  THE WHOLE BOOK WANTS EVERY KEY.                   *
053100*****************************************************************
053200 2900-CHECK-KEY-WANTED.
053300     IF DL720-ALL-KEYS
053400         SET DL720-KEY-WANTED TO TRUE
053500         GO TO 2900-EXIT
053600     END-IF
053700     MOVE 'N' TO DL720-WANTED-SW
053800     PERFORM 2910-MATCH-ONE-SELECTION THRU 2910-EXIT
053900         VARYING DL720-SEL-IDX FROM 1 BY 1
054000         UNTIL DL720-SEL-IDX > DL720-SEL-CTR
054100             OR DL720-KEY-WANTED.
054200 2900-EXIT.
054300     EXIT.
054400
054500*****************************************************************
054600* 2910-MATCH-ONE-SELECTION                                      *
054700*****************************************************************
054800 2910-MATCH-ONE-SELECTION.
054900     IF DL720-SEL-KEY(DL720-SEL-IDX) = DL720-CURRENT-KEY
055000         SET DL720-KEY-WANTED TO TRUE
055100     END-IF.
055200 2910-EXIT.
055300     EXIT.
055400
055500*****************************************************************
055600* 3000-GATHER-RETURNS - EVERY RETURN DL410 BACKED OUT OF THE    *
055700* MONTH'S TOTALS, WHENEVER DL410 RAN.  NO HISTORY FILE YET MEANS*
055800* NO RETURNS HAVE EVER BEEN BACKED OUT.                         *
055900*****************************************************************
056000 3000-GATHER-RETURNS.
056100     OPEN INPUT DL720-RHST-FILE
056200     IF DL720-RHST-STATUS NOT = '00'
056300         GO TO 3000-EXIT
056400     END-IF
056500     PERFORM 3100-GATHER-ONE-RETURN THRU 3100-EXIT
056600         UNTIL DL720-RHST-EOF
056700     CLOSE DL720-RHST-FILE.
056800 3000-EXIT.
056900     EXIT.
057000
057100*****************************************************************
057200* 3100-GATHER-ONE-RETURN                                        *
057300*****************************************************************
057400 3100-GATHER-ONE-RETURN.
057500     READ DL720-RHST-FILE
057600         AT END
057700             SET DL720-RHST-EOF TO TRUE
057800             GO TO 3100-EXIT
057900     END-READ
058000     IF DL410-RHST-MONTH NOT = DL720-STMT-MONTH
058100         GO TO 3100-EXIT
058200     END-IF
058300     MOVE DL410-RHST-ITEM-KEY TO DL720-CURRENT-KEY
058350     PERFORM 2700-TRANSLATE-KEY THRU 2700-EXIT
058400     PERFORM 2900-CHECK-KEY-WANTED THRU 2900-EXIT
058500     IF NOT DL720-KEY-WANTED
058600         GO TO 3100-EXIT
058700     END-IF
058800     MOVE SPACES TO DL720-WORK-RECORD
058900     MOVE DL720-CURRENT-KEY     TO DL720-WRK-ITEM-KEY
059000     MOVE DL410-RHST-RUN-DATE   TO DL720-WRK-DATE
059100     MOVE DL410-RHST-SEQ        TO DL720-WRK-SEQ
059200     SET DL720-WRK-IS-RETURN    TO TRUE
059300     MOVE DL410-RHST-ITEM-DATE  TO DL720-WRK-ITEM-DATE
059400     MOVE ZERO TO DL720-WRK-AMOUNT
059500     IF DL410-RHST-ITEM-AMOUNT IS NUMERIC
059600         MOVE DL410-RHST-ITEM-AMOUNT TO DL720-AMT-NUM
059700         MOVE DL720-AMT-NUM TO DL720-WRK-AMOUNT
059800     END-IF
059900     MOVE DL410-RHST-BACKED-AMT TO DL720-WRK-OLD-AMOUNT
060000     MOVE ZERO                  TO DL720-WRK-COUNT
060100     MOVE DL410-RHST-SOURCE     TO DL720-WRK-SOURCE
060200     MOVE DL410-RHST-REASON     TO DL720-WRK-REASON
060300     PERFORM 2800-WRITE-WORK-RECORD THRU 2800-EXIT
060400     ADD 1 TO DL720-RTN-CTR.
060500 3100-EXIT.
060600     EXIT.
060700
060800*****************************************************************
060900* 4000-GATHER-FIGURES - THE MONTH'S MTD FIGURE FOR EACH SELECTED*
061000* KEY: OFF THE LIVE MASTER WHILE THE KEY'S TOTALS STILL COVER   *
061100* THE MONTH, AND OFF THE DL710 MONTH ARCHIVE (IF ONE IS         *
061200* SUPPLIED) FOR A KEY THAT HAS SINCE ROLLED INTO A NEW MONTH.  A*
061300* KEY WITH A FIGURE BUT NO ACTIVITY STILL GETS A STATEMENT.     *
061400*****************************************************************
061500 4000-GATHER-FIGURES.
061600     OPEN INPUT DL720-MASTER-FILE
061700     IF DL720-MSTR-STATUS = '00'
061800         PERFORM 4100-GATHER-ONE-MASTER THRU 4100-EXIT
061900             UNTIL DL720-MSTR-EOF
062000         CLOSE DL720-MASTER-FILE
062100     ELSE
062200         DISPLAY 'DL720 - TBLMSTR UNAVAILABLE, STATUS '
062300             DL720-MSTR-STATUS
062400     END-IF
062500     OPEN INPUT DL720-MARC-FILE
062600     IF DL720-MARC-STATUS = '00'
062700         PERFORM 4200-GATHER-ONE-ARCHIVED THRU 4200-EXIT
062800             UNTIL DL720-MARC-EOF
062900         CLOSE DL720-MARC-FILE
063000     END-IF.
063100 4000-EXIT.
063200     EXIT.
063300
063400*****************************************************************
063500* 4100-GATHER-ONE-MASTER                                        *
063600*****************************************************************
063700 4100-GATHER-ONE-MASTER.
063800     READ DL720-MASTER-FILE
063900         AT END
064000             SET DL720-MSTR-EOF TO TRUE
064100             GO TO 4100-EXIT
064200     END-READ
064300     IF DL100-MSTR-LAST-POSTED(1:6) NOT = DL720-STMT-MONTH
064400         GO TO 4100-EXIT
064500     END-IF
064600     MOVE DL100-MSTR-KEY TO DL720-CURRENT-KEY
064700     PERFORM 2900-CHECK-KEY-WANTED THRU 2900-EXIT
064800     IF NOT DL720-KEY-WANTED
064900         GO TO 4100-EXIT
065000     END-IF
065100     MOVE SPACES TO DL720-WORK-RECORD
065200     MOVE DL100-MSTR-KEY        TO DL720-WRK-ITEM-KEY
065300     MOVE ZERO                  TO DL720-WRK-DATE
065400     MOVE ZERO                  TO DL720-WRK-SEQ
065500     SET DL720-WRK-IS-MSTR-FIG  TO TRUE
065600     MOVE DL100-MSTR-MTD-AMOUNT TO DL720-WRK-AMOUNT
065700     MOVE ZERO                  TO DL720-WRK-OLD-AMOUNT
065800     MOVE DL100-MSTR-MTD-COUNT  TO DL720-WRK-COUNT
065900     PERFORM 2800-WRITE-WORK-RECORD THRU 2800-EXIT
066000     ADD 1 TO DL720-FIG-CTR.
066100 4100-EXIT.
066200     EXIT.
066300
066400*****************************************************************
066500* 4200-GATHER-ONE-ARCHIVED                                      *
066600*****************************************************************
066700 4200-GATHER-ONE-ARCHIVED.
066800     READ DL720-MARC-FILE
066900         AT END
067000             SET DL720-MARC-EOF TO TRUE
067100             GO TO 4200-EXIT
067200     END-READ
067300     IF DL720-MARC-LAST-POSTED IS NOT NUMERIC
067400         GO TO 4200-EXIT
067500     END-IF
067600     IF DL720-MARC-LAST-POSTED(1:6) NOT = DL720-STMT-MONTH
067700         GO TO 4200-EXIT
067800     END-IF
067900     MOVE DL720-MARC-KEY TO DL720-CURRENT-KEY
068000     PERFORM 2900-CHECK-KEY-WANTED THRU 2900-EXIT
068100     IF NOT DL720-KEY-WANTED
068200         GO TO 4200-EXIT
068300     END-IF
068400     MOVE SPACES TO DL720-WORK-RECORD
068500     MOVE DL720-MARC-KEY        TO DL720-WRK-ITEM-KEY
068600     MOVE ZERO                  TO DL720-WRK-DATE
068700     MOVE ZERO                  TO DL720-WRK-SEQ
068800     SET DL720-WRK-IS-MARC-FIG  TO TRUE
068900     MOVE DL720-MARC-MTD-AMOUNT TO DL720-WRK-AMOUNT
069000     MOVE ZERO                  TO DL720-WRK-OLD-AMOUNT
069100     MOVE DL720-MARC-MTD-COUNT  TO DL720-WRK-COUNT
069200     PERFORM 2800-WRITE-WORK-RECORD THRU 2800-EXIT
069300     ADD 1 TO DL720-FIG-CTR.
069400 4200-EXIT.
069500     EXIT.
069600
069700*****************************************************************
069800* 5000-PRINT-STATEMENTS - ONE SEQUENTIAL PASS OF THE WORK FILE, *
069900* BREAKING ON ENTRY KEY                                         *
070000*****************************************************************
070100 5000-PRINT-STATEMENTS.
070200     CLOSE DL720-WORK-FILE
070300     OPEN INPUT DL720-WORK-FILE
070400     MOVE SPACES TO DL720-CURRENT-KEY
070500     PERFORM 5100-PRINT-ONE-RECORD THRU 5100-EXIT
070600         UNTIL DL720-WRK-EOF
070700     IF DL720-CURRENT-KEY NOT = SPACES
070800         PERFORM 5900-CLOSE-STATEMENT THRU 5900-EXIT
070900     END-IF.
071000 5000-EXIT.
071100     EXIT.
071200
071300*****************************************************************
071400* 5100-PRINT-ONE-RECORD                                         *
071500*****************************************************************
071600 5100-PRINT-ONE-RECORD.
071700     READ DL720-WORK-FILE NEXT
071800         AT END
071900             SET DL720-WRK-EOF TO TRUE
072000             GO TO 5100-EXIT
072100     END-READ
072200     IF DL720-WRK-ITEM-KEY NOT = DL720-CURRENT-KEY
072300         IF DL720-CURRENT-KEY NOT = SPACES
072400             PERFORM 5900-CLOSE-STATEMENT THRU 5900-EXIT
072500         END-IF
072600         PERFORM 5200-OPEN-STATEMENT THRU 5200-EXIT
072700     END-IF
072800     EVALUATE TRUE
072900         WHEN DL720-WRK-IS-MSTR-FIG
073000             SET DL720-STM-HAS-MSTR TO TRUE
073100             MOVE DL720-WRK-AMOUNT TO DL720-STM-MSTR-AMOUNT
073200             MOVE DL720-WRK-COUNT  TO DL720-STM-MSTR-COUNT
073300         WHEN DL720-WRK-IS-MARC-FIG
073400             SET DL720-STM-HAS-MARC TO TRUE
073500             MOVE DL720-WRK-AMOUNT TO DL720-STM-MARC-AMOUNT
073600             MOVE DL720-WRK-COUNT  TO DL720-STM-MARC-COUNT
073700         WHEN DL720-WRK-IS-DETAIL
073800             PERFORM 5300-PRINT-DETAIL THRU 5300-EXIT
073900         WHEN DL720-WRK-IS-RETURN
074000             PERFORM 5400-PRINT-RETURN THRU 5400-EXIT
074100     END-EVALUATE.
074200 5100-EXIT.
074300     EXIT.
074400
074500*****************************************************************
074600* 5200-OPEN-STATEMENT - HEADINGS AND ZEROED TOTALS FOR A NEW    *
074700* KEY; A KEY ON THE SELECTION LIST IS MARKED FOUND              *
074800*****************************************************************
074900 5200-OPEN-STATEMENT.
075000     MOVE DL720-WRK-ITEM-KEY TO DL720-CURRENT-KEY
075100     ADD 1 TO DL720-STMT-CTR
075200     MOVE ZERO TO DL720-STM-NET-AMOUNT
075300     MOVE ZERO TO DL720-STM-NET-COUNT
075400     MOVE ZERO TO DL720-STM-MSTR-AMOUNT
075500     MOVE ZERO TO DL720-STM-MSTR-COUNT
075600     MOVE ZERO TO DL720-STM-MARC-AMOUNT
075700     MOVE ZERO TO DL720-STM-MARC-COUNT
075800     MOVE 'N'  TO DL720-STM-MSTR-SW
075900     MOVE 'N'  TO DL720-STM-MARC-SW
076000     PERFORM 5210-MARK-ONE-SELECTION THRU 5210-EXIT
076100         VARYING DL720-SEL-IDX FROM 1 BY 1
076200         UNTIL DL720-SEL-IDX > DL720-SEL-CTR
076300     WRITE DL720-REPORT-LINE FROM DL720-RULE-LINE
076400     MOVE DL720-CURRENT-KEY TO DL720-KYL-KEY
076500     MOVE DL720-STMT-MONTH  TO DL720-KYL-MONTH
076600     WRITE DL720-REPORT-LINE FROM DL720-KEY-LINE
076700     WRITE DL720-REPORT-LINE FROM DL720-COLUMN-LINE.
076800 5200-EXIT.
076900     EXIT.
077000
077100*****************************************************************
077200* 5210-MARK-ONE-SELECTION                                       *
077300*****************************************************************
077400 5210-MARK-ONE-SELECTION.
077500     IF DL720-SEL-KEY(DL720-SEL-IDX) = DL720-CURRENT-KEY
077600         SET DL720-SEL-FOUND(DL720-SEL-IDX) TO TRUE
077700     END-IF.
077800 5210-EXIT.
077900     EXIT.
078000
078100*****************************************************************
078200* 5300-PRINT-DETAIL - ONE DETAIL SENT TO SETTLEMENT, NETTED THE *
078300* WAY THE MASTER NETTED IT                                      *
078400*****************************************************************
078500 5300-PRINT-DETAIL.
078600     MOVE DL720-WRK-DATE       TO DL720-SDL-POSTED
078700     MOVE DL720-WRK-ITEM-DATE  TO DL720-SDL-ITEM-DATE
078800     MOVE DL720-WRK-AMOUNT     TO DL720-SDL-AMOUNT
078900     MOVE DL720-WRK-SOURCE     TO DL720-SDL-SOURCE
079000     MOVE DL720-WRK-REASON     TO DL720-SDL-NOTE
079100     MOVE ZERO                 TO DL720-SDL-REPLACED
079200     EVALUATE DL720-WRK-ACTION
079300         WHEN 'R'
079400             MOVE 'REVERSAL'   TO DL720-SDL-ACTION
079500             COMPUTE DL720-STM-EFFECT = ZERO - DL720-WRK-AMOUNT
079600             SUBTRACT 1 FROM DL720-STM-NET-COUNT
079700         WHEN 'J'
079800             MOVE 'ADJUSTMENT' TO DL720-SDL-ACTION
079900             MOVE DL720-WRK-OLD-AMOUNT TO DL720-SDL-REPLACED
080000             COMPUTE DL720-STM-EFFECT =
080100                     DL720-WRK-AMOUNT - DL720-WRK-OLD-AMOUNT
080120         WHEN 'P'
080140             MOVE 'PRIOR-PER'  TO DL720-SDL-ACTION
080160             MOVE ZERO         TO DL720-STM-EFFECT
080200         WHEN OTHER
080300             MOVE 'ADD'        TO DL720-SDL-ACTION
080400             MOVE DL720-WRK-AMOUNT TO DL720-STM-EFFECT
080500             ADD 1 TO DL720-STM-NET-COUNT
080600     END-EVALUATE
080700     ADD DL720-STM-EFFECT TO DL720-STM-NET-AMOUNT
080800     MOVE DL720-STM-EFFECT TO DL720-SDL-EFFECT
080900     WRITE DL720-REPORT-LINE FROM DL720-DETAIL-LINE.
081000 5300-EXIT.
081100     EXIT.
081200
081300*****************************************************************
081400* 5400-PRINT-RETURN - ONE SETTLEMENT RETURN DL410 BACKED OUT.   *
081500* THE RETURNED AMOUNT PRINTS AS THE ITEM; WHAT ACTUALLY CAME OFF*
081600* THE MASTER (LESS WHEN IT WAS SHORT) IS THE EFFECT.            *
081700*****************************************************************
081800 5400-PRINT-RETURN.
081900     MOVE DL720-WRK-DATE       TO DL720-SDL-POSTED
082000     MOVE DL720-WRK-ITEM-DATE  TO DL720-SDL-ITEM-DATE
082100     MOVE DL720-WRK-AMOUNT     TO DL720-SDL-AMOUNT
082200     MOVE DL720-WRK-SOURCE     TO DL720-SDL-SOURCE
082300     MOVE 'RETURN'             TO DL720-SDL-ACTION
082400     MOVE ZERO                 TO DL720-SDL-REPLACED
082500     MOVE DL720-WRK-REASON     TO DL720-SDL-NOTE
082600     COMPUTE DL720-STM-EFFECT = ZERO - DL720-WRK-OLD-AMOUNT
082700     ADD DL720-STM-EFFECT TO DL720-STM-NET-AMOUNT
082800     IF DL720-STM-NET-COUNT > ZERO
082900         SUBTRACT 1 FROM DL720-STM-NET-COUNT
083000     END-IF
083100     MOVE DL720-STM-EFFECT TO DL720-SDL-EFFECT
083200     WRITE DL720-REPORT-LINE FROM DL720-DETAIL-LINE.
083300 5400-EXIT.
083400     EXIT.
083500
083600*****************************************************************
083700* 5900-CLOSE-STATEMENT - CLOSING TOTAL, THE MONTH'S MASTER      *
083800* FIGURE (THE LIVE TBLMSTR RECORD IF IT STILL COVERS THE MONTH, *
083900* OTHERWISE THE TBLMARC COPY), AND WHETHER THEY TIE             *
084000*****************************************************************
084100 5900-CLOSE-STATEMENT.
084200     MOVE 'CLOSING TOTAL'      TO DL720-TTL-LABEL
084300     MOVE DL720-STM-NET-AMOUNT TO DL720-TTL-AMOUNT
084400     MOVE DL720-STM-NET-COUNT  TO DL720-TTL-COUNT
084500     WRITE DL720-REPORT-LINE FROM DL720-TOTAL-LINE
084600     ADD DL720-STM-NET-AMOUNT TO DL720-GRAND-NET-AMOUNT
084700     MOVE DL720-CURRENT-KEY TO DL720-MSG-KEY
084800     IF NOT DL720-STM-HAS-MSTR AND NOT DL720-STM-HAS-MARC
084900         ADD 1 TO DL720-NOFIG-CTR
085000         MOVE 'NO TBLMSTR OR TBLMARC FIGURE FOR THE MONTH - KEY '
085100             TO DL720-MSG-TEXT
085200         WRITE DL720-REPORT-LINE FROM DL720-MESSAGE-LINE
085300         GO TO 5900-EXIT
085400     END-IF
085500     IF DL720-STM-HAS-MSTR
085600         MOVE 'TBLMSTR MTD FIGURE'   TO DL720-TTL-LABEL
085700         MOVE DL720-STM-MSTR-AMOUNT  TO DL720-TTL-AMOUNT
085800         MOVE DL720-STM-MSTR-COUNT   TO DL720-TTL-COUNT
085900         MOVE DL720-STM-MSTR-AMOUNT  TO DL720-STM-FIG-AMOUNT
086000     ELSE
086100         MOVE 'TBLMARC MTD FIGURE'   TO DL720-TTL-LABEL
086200         MOVE DL720-STM-MARC-AMOUNT  TO DL720-TTL-AMOUNT
086300         MOVE DL720-STM-MARC-COUNT   TO DL720-TTL-COUNT
086400         MOVE DL720-STM-MARC-AMOUNT  TO DL720-STM-FIG-AMOUNT
086500     END-IF
086600     WRITE DL720-REPORT-LINE FROM DL720-TOTAL-LINE
086700     COMPUTE DL720-STM-DIFF =
086800             DL720-STM-NET-AMOUNT - DL720-STM-FIG-AMOUNT
086900     IF DL720-STM-DIFF = ZERO
087000         ADD 1 TO DL720-TIED-CTR
087100         MOVE 'CLOSING TOTAL TIES TO THE MASTER FIGURE - KEY '
087200             TO DL720-MSG-TEXT
087300     ELSE
087400         ADD 1 TO DL720-BREAK-CTR
087500         MOVE 'DIFFERENCE'           TO DL720-TTL-LABEL
087600         MOVE DL720-STM-DIFF         TO DL720-TTL-AMOUNT
087700         MOVE ZERO                   TO DL720-TTL-COUNT
087800         WRITE DL720-REPORT-LINE FROM DL720-TOTAL-LINE
087900         MOVE 'CLOSING TOTAL DOES NOT TIE TO THE MASTER - KEY '
088000             TO DL720-MSG-TEXT
088100     END-IF
088200     WRITE DL720-REPORT-LINE FROM DL720-MESSAGE-LINE.
088300 5900-EXIT.
088400     EXIT.
088500
088600*****************************************************************
088700* 6000-REPORT-MISSING-KEYS - SELECTED KEYS WITH NOTHING FOR THE *
088800* MONTH: NO DETAIL, NO RETURN, NO MASTER FIGURE                 *
088900*****************************************************************
089000 6000-REPORT-MISSING-KEYS.
089100     PERFORM 6100-CHECK-ONE-SELECTION THRU 6100-EXIT
089200         VARYING DL720-SEL-IDX FROM 1 BY 1
089300         UNTIL DL720-SEL-IDX > DL720-SEL-CTR.
089400 6000-EXIT.
089500     EXIT.
089600
089700*****************************************************************
089800* 6100-CHECK-ONE-SELECTION                                      *
089900*****************************************************************
090000 6100-CHECK-ONE-SELECTION.
090100     IF NOT DL720-SEL-FOUND(DL720-SEL-IDX)
090200         ADD 1 TO DL720-MISSING-CTR
090300         WRITE DL720-REPORT-LINE FROM DL720-RULE-LINE
090400         MOVE 'NOTHING FOR THE MONTH - KEY '
090500             TO DL720-MSG-TEXT
090600         MOVE DL720-SEL-KEY(DL720-SEL-IDX) TO DL720-MSG-KEY
090700         WRITE DL720-REPORT-LINE FROM DL720-MESSAGE-LINE
090800     END-IF.
090900 6100-EXIT.
091000     EXIT.
091100
091200*****************************************************************
091300* 8000-TERMINATE - SUMMARY, CLOSES, AND THE STEP CODE           *
091400*****************************************************************
091500 8000-TERMINATE.
091600     WRITE DL720-REPORT-LINE FROM DL720-RULE-LINE
091700     MOVE DL720-STMT-CTR  TO DL720-SUM-STMT
091800     MOVE DL720-TIED-CTR  TO DL720-SUM-TIED
091900     MOVE DL720-BREAK-CTR TO DL720-SUM-BREAK
092000     MOVE DL720-NOFIG-CTR TO DL720-SUM-NOFIG
092100     WRITE DL720-REPORT-LINE FROM DL720-SUMMARY-LINE
092200     IF NOT DL720-XARC-OPEN
092300         MOVE
092400             'TBLXARC EXTRACT ARCHIVE UNAVAILABLE - NO STATEMENTS'
092500             TO DL720-MSG-TEXT
092600         MOVE SPACES TO DL720-MSG-KEY
092700         WRITE DL720-REPORT-LINE FROM DL720-MESSAGE-LINE
092800     ELSE
092900         CLOSE DL720-XARC-FILE
093000     END-IF
093100     IF DL720-WRK-OPEN
093200         CLOSE DL720-WORK-FILE
093300     END-IF
093320     IF DL720-XREF-OPEN
093340         CLOSE DL720-XREF-FILE
093360     END-IF
093400     CLOSE DL720-REPORT-FILE
093500     IF DL720-SEL-DROPPED-CTR > ZERO
093600         DISPLAY 'DL720 - SELECTED KEYS PAST TABLE LIMIT: '
093700             DL720-SEL-DROPPED-CTR
093800     END-IF
093900     IF DL720-DUP-CTR > ZERO
094000         DISPLAY 'DL720 - DUPLICATE WORK RECORDS: ' DL720-DUP-CTR
094100     END-IF
094200     DISPLAY 'DL720 - STATEMENT MONTH     : ' DL720-STMT-MONTH
094300     DISPLAY 'DL720 - DETAILS GATHERED    : ' DL720-DTL-CTR
094400     DISPLAY 'DL720 - RETURNS GATHERED    : ' DL720-RTN-CTR
094450     DISPLAY 'DL720 - KEYS TRANSLATED     : ' DL720-XLATE-CTR
094500     DISPLAY 'DL720 - STATEMENTS PRINTED  : ' DL720-STMT-CTR
094600     DISPLAY 'DL720 - TIED TO MASTER      : ' DL720-TIED-CTR
094700     DISPLAY 'DL720 - DO NOT TIE          : ' DL720-BREAK-CTR
094800     DISPLAY 'DL720 - NO MASTER FIGURE    : ' DL720-NOFIG-CTR
094900     DISPLAY 'DL720 - SELECTED KEYS IDLE  : ' DL720-MISSING-CTR
095000     DISPLAY 'DL720 - GRAND CLOSING TOTAL : '
095100         DL720-GRAND-NET-AMOUNT
095200     IF NOT DL720-XARC-OPEN OR NOT DL720-WRK-OPEN
095300         MOVE 8 TO RETURN-CODE
095400     ELSE
095500         IF DL720-BREAK-CTR > ZERO
095600             OR DL720-NOFIG-CTR > ZERO
095700             OR DL720-MISSING-CTR > ZERO
095800             MOVE 4 TO RETURN-CODE
095900         END-IF
096000     END-IF.
096100 8000-EXIT.
096200     EXIT.
096300

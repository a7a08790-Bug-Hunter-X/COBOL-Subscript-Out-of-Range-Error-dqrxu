002400*      BEHIND THE HIGHEST KEY ALREADY QUEUED, SO THE HELP DESK  *
002500*      CORRECTS AND RESUBMITS IT THROUGH DL310/TBLRSUB EXACTLY  *
002600*      THE WAY OUR OWN VALIDATION REJECTS FLOW.                 *
002605*   4. KEEPS A RETURN CASE FOR EACH RETURNED ITEM ON TBLRCAS    *
002610*      (DL410RC.CPY), KEYED BY ENTRY KEY, DATE, AND ORIGINAL    *
002615*      AMOUNT: EVERY RETURN AND ITS REASON, EVERY               *
002620*      RE-PRESENTMENT SEEN ON THE EXTRACT, AND THE OUTCOME.     *
002625*      AN ITEM RETURNED AGAIN ONCE IT HAS BEEN RE-PRESENTED     *
002630*      REPRESENT-LIMIT TIMES IS NOT QUEUED - IT IS WRITTEN OFF  *
002635*      TO THE TBLWOFF REPORT FOR THE BUSINESS OWNER.  A         *
002640*      RE-PRESENTED ITEM THAT DOES NOT COME BACK SETTLES ITS    *
002645*      CASE, SO DL410 RUNS AGAINST EVERY EXTRACT, WITH AN       *
002650*      EMPTY TBLRTN ON A DAY SETTLEMENT RETURNED NOTHING.       *
002700* EVERY ACTION AND EVERY MISMATCH PRINTS ON TBLRTNR.            *
002710*                                                               *
002720* CONTROL CARDS ON TBLRTCT (KEYWORD=VALUE, '*' COMMENTS):       *
002730*   REPRESENT-LIMIT=N   RE-PRESENTMENTS ALLOWED BEFORE A        *
002740*                       FURTHER RETURN IS WRITTEN OFF, 0-5      *
002750*                       (2); 0 WRITES AN ITEM OFF ON ITS        *
002760*                       FIRST RETURN                            *
002770* A MISSING OR EMPTY FILE LEAVES THE DEFAULT.                   *
002800*                                                                *
002900* RETURN CODES: 8 = AT LEAST ONE RETURNED ITEM MATCHED NOTHING  *
003000* WE SENT; 4 = ALL MATCHED BUT A BACKOUT FOUND NO (OR TOO       *
003100* LITTLE) POSTED MONEY ON THE MASTER, OR AN ITEM WAS WRITTEN    *
003150* OFF; 0 = CLEAN.                                               *
003200*                                                                *
003300* MODIFICATION HISTORY                                          *
003400* ---------------------------------------------------------     *
003540*                  CAN NO LONGER BACK OUT MONEY THE REVERSAL    *
003550*                  ALREADY REMOVED) AND A 'J' RESTATES THE      *
003560*                  ADD'S AMOUNT; NEITHER IS ITSELF MATCHABLE.   *
003565* 10/15/2026  RS   EVERY RETURN BACKED OUT OF THE MASTER IS NOW *
003570*                  LOGGED TO THE TBLRHST RETURN HISTORY KSDS    *
003575*                  (DL410RH.CPY) WITH THE AMOUNT THAT CAME OFF  *
003580*                  AND THE MONTH IT CAME OFF, FOR THE DL720     *
003585*                  MONTHLY STATEMENTS.                          *
003586* 10/15/2026  RS   THE TABLED DETAIL NOW KEEPS THE ITEM'S       *
003587*                  CURRENCY AND BASE-CURRENCY AMOUNT. A RETURN  *
003588*                  STILL MATCHES ON THE ORIGINAL AMOUNT         *
003589*                  SETTLEMENT HOLDS, BUT BACKS THE BASE AMOUNT  *
003590*                  OUT OF THE MASTER, WHICH IS KEPT IN BASE     *
003591*                  CURRENCY, AND QUEUES FOR REPAIR IN ITS OWN   *
003592*                  CURRENCY.                                    *
003593* 10/15/2026  RS   EVERY MATCHED RETURN NOW OPENS OR UPDATES A  *
003594*                  RETURN CASE ON THE TBLRCAS KSDS              *
003595*                  (DL410RC.CPY), RE-PRESENTMENTS ARE NOTED OFF *
003596*                  THE EXTRACT AND SETTLE WHEN NOT RETURNED,    *
003597*                  AND AN ITEM PAST THE REPRESENT-LIMIT CARD    *
003598*                  (TBLRTCT) IS WRITTEN OFF TO TBLWOFF INSTEAD  *
003599*                  OF BEING QUEUED FOR REPAIR.                  *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
006700     SELECT DL410-REPORT-FILE
006800         ASSIGN TO TBLRTNR
006900         ORGANIZATION IS LINE SEQUENTIAL.
006910
006920     SELECT DL410-RHST-FILE
006930         ASSIGN TO TBLRHST
006940         ORGANIZATION IS INDEXED
006950         ACCESS MODE IS DYNAMIC
006960         RECORD KEY IS DL410-RHST-KEY
006970         FILE STATUS IS DL410-RHST-STATUS.
006971
006972     SELECT DL410-RCAS-FILE
006973         ASSIGN TO TBLRCAS
006974         ORGANIZATION IS INDEXED
006975         ACCESS MODE IS DYNAMIC
006976         RECORD KEY IS DL410-RCAS-KEY
006977         FILE STATUS IS DL410-CASE-STATUS.
006978
006979     SELECT DL410-PARM-FILE
006980         ASSIGN TO TBLRTCT
006981         ORGANIZATION IS LINE SEQUENTIAL
006982         FILE STATUS IS DL410-PARM-STATUS.
006983
006984     SELECT DL410-WOFF-FILE
006985         ASSIGN TO TBLWOFF
006986         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
009300 FD  DL410-REPORT-FILE
009400     RECORDING MODE IS F.
009500 01  DL410-REPORT-LINE              PIC X(132).
009520
009540 FD  DL410-RHST-FILE.
009560 COPY "dl410rh.cpy".
009562
009564 FD  DL410-RCAS-FILE.
009566 COPY "dl410rc.cpy".
009568
009570 FD  DL410-PARM-FILE
009572     RECORDING MODE IS F.
009574 01  DL410-PARM-RECORD              PIC X(80).
009576
009578 FD  DL410-WOFF-FILE
009580     RECORDING MODE IS F.
009582 01  DL410-WOFF-LINE                PIC X(132).
009600
009700 WORKING-STORAGE SECTION.
009800 77  DL410-RTN-STATUS           PIC X(02) VALUE '00'.
009900 77  DL410-XTR-STATUS           PIC X(02) VALUE '00'.
010000 77  DL410-MSTR-STATUS          PIC X(02) VALUE '00'.
010100 77  DL410-RPR-STATUS           PIC X(02) VALUE '00'.
010150 77  DL410-RHST-STATUS          PIC X(02) VALUE '00'.
010160 77  DL410-CASE-STATUS          PIC X(02) VALUE '00'.
010170 77  DL410-PARM-STATUS          PIC X(02) VALUE '00'.
010200 77  DL410-TODAY                PIC 9(08) VALUE ZERO.
010220 77  DL410-XTR-RUN-DATE         PIC 9(08) VALUE ZERO.
010240 77  DL410-REPRESENT-LIMIT      PIC 9(01) VALUE 2.
010300
010400 77  DL410-DTL-CTR              PIC 9(04) COMP VALUE ZERO.
010500 77  DL410-DTL-IDX              PIC 9(04) COMP.
011000 77  DL410-SHORT-CTR            PIC 9(06) COMP VALUE ZERO.
011100 77  DL410-QUEUED-CTR           PIC 9(06) COMP VALUE ZERO.
011200 77  DL410-RPR-SEQ-CTR          PIC 9(04) COMP VALUE ZERO.
011250 77  DL410-RHST-SEQ-CTR         PIC 9(06) COMP VALUE ZERO.
011300 77  DL410-BACKOUT-AMT          PIC 9(13) VALUE ZERO.
011400 77  DL410-RTN-AMT-NUM          PIC 9(09).
011450 77  DL410-BACKED-AMT           PIC 9(09).
011455 77  DL410-PARM-BAD-CTR         PIC 9(04) COMP VALUE ZERO.
011460 77  DL410-REPRES-CTR           PIC 9(06) COMP VALUE ZERO.
011465 77  DL410-SETTLED-CTR          PIC 9(06) COMP VALUE ZERO.
011470 77  DL410-WOFF-CTR             PIC 9(06) COMP VALUE ZERO.
011475 77  DL410-WOFF-AMOUNT          PIC 9(13) VALUE ZERO.
011480 77  DL410-WOFF-AMT-NUM         PIC 9(09).
011500
011600*****************************************************************
011700* THE DETAIL RECORDS WE ACTUALLY SENT, TABLED OFF THE EXTRACT  *
012600         10  DL410-TBL-DATE         PIC X(08).
012700         10  DL410-TBL-AMOUNT       PIC X(09).
012800         10  DL410-TBL-SOURCE       PIC X(01).
012820         10  DL410-TBL-CURRENCY     PIC X(03).
012840         10  DL410-TBL-BASE-AMT     PIC X(09).
012900         10  DL410-TBL-USED-SW      PIC X(01).
013000             88  DL410-TBL-USED               VALUE 'Y'.
013020         10  DL410-TBL-CASE-SW      PIC X(01).
013040             88  DL410-TBL-REPRESENTED        VALUE 'P'.
013100
013200*****************************************************************
013300* THE QUEUED REPAIR BODY IS BUILT IN THE DL100-INPUT-RECORD    *
014000     05  DL410-QBD-AMOUNT           PIC X(09).
014100     05  DL410-QBD-TXN              PIC X(01).
014200     05  DL410-QBD-SOURCE           PIC X(01).
014300     05  DL410-QBD-CURRENCY         PIC X(03).
014350     05  FILLER                     PIC X(48) VALUE SPACES.
014352
014354 01  DL410-PARM-FIELDS.
014356     05  DL410-PARM-KEYWORD         PIC X(20).
014358     05  DL410-PARM-VALUE           PIC X(40).
014360
014362*    ONE EVENT ABOUT TO BE ADDED TO A RETURN CASE
014364 01  DL410-CASE-EVENT-FIELDS.
014366     05  DL410-NEW-EVT-TYPE         PIC X(01).
014368     05  DL410-NEW-EVT-REASON       PIC X(30).
014370     05  DL410-CASE-NO              PIC 9(03).
014400
014500 01  DL410-HEADING-1.
014600     05  FILLER                     PIC X(46) VALUE
017300     05  FILLER                     PIC X(16) VALUE
017400             '  SHORT BACKOUT '.
017500     05  DL410-TOT-SHORT            PIC ZZZZZ9.
017600     05  FILLER                     PIC X(14) VALUE
017601             '  WRITTEN OFF '.
017602     05  DL410-TOT-WOFF             PIC ZZZZZ9.
017603     05  FILLER                     PIC X(31) VALUE SPACES.
017604
017605 01  DL410-WOFF-HEADING-1.
017606     05  FILLER                     PIC X(46) VALUE
017607             'DL410 - SETTLEMENT RETURNS WRITTEN OFF'.
017608     05  DL410-WHD-DATE             PIC 9(08).
017609     05  FILLER                     PIC X(23) VALUE
017610             '  RE-PRESENTMENT LIMIT '.
017611     05  DL410-WHD-LIMIT            PIC 9(01).
017612     05  FILLER                     PIC X(54) VALUE SPACES.
017613
017614 01  DL410-WOFF-HEADING-2.
017615     05  FILLER                     PIC X(42) VALUE
017616             'ENTRY KEY   DATE      AMOUNT     CUR  SRC '.
017617     05  FILLER                     PIC X(41) VALUE
017618             'BASE AMOUNT  OPENED    RETURNS  RE-PRES  '.
017619     05  FILLER                     PIC X(49) VALUE
017620             'LAST RETURN REASON'.
017621
017622 01  DL410-WOFF-DETAIL.
017623     05  DL410-WOD-KEY              PIC X(10).
017624     05  FILLER                     PIC X(02) VALUE SPACES.
017625     05  DL410-WOD-DATE             PIC X(08).
017626     05  FILLER                     PIC X(02) VALUE SPACES.
017627     05  DL410-WOD-AMOUNT           PIC X(09).
017628     05  FILLER                     PIC X(02) VALUE SPACES.
017629     05  DL410-WOD-CURRENCY         PIC X(03).
017630     05  FILLER                     PIC X(02) VALUE SPACES.
017631     05  DL410-WOD-SOURCE           PIC X(01).
017632     05  FILLER                     PIC X(03) VALUE SPACES.
017633     05  DL410-WOD-BASE-AMT         PIC Z(10)9.
017634     05  FILLER                     PIC X(02) VALUE SPACES.
017635     05  DL410-WOD-OPENED           PIC 9(08).
017636     05  FILLER                     PIC X(06) VALUE SPACES.
017637     05  DL410-WOD-RETURNS          PIC ZZ9.
017638     05  FILLER                     PIC X(06) VALUE SPACES.
017639     05  DL410-WOD-REPRESENTS       PIC ZZ9.
017640     05  FILLER                     PIC X(02) VALUE SPACES.
017641     05  DL410-WOD-REASON           PIC X(30).
017642     05  FILLER                     PIC X(19) VALUE SPACES.
017643
017644 01  DL410-WOFF-TOTALS.
017645     05  FILLER                     PIC X(18) VALUE
017646             'ITEMS WRITTEN OFF '.
017647     05  DL410-WOT-COUNT            PIC ZZZZZ9.
017648     05  FILLER                     PIC X(14) VALUE
017649             '  BASE AMOUNT '.
017650     05  DL410-WOT-AMOUNT           PIC Z(12)9.
017651     05  FILLER                     PIC X(81) VALUE SPACES.
017700
017800 01  DL410-SWITCHES.
017900     05  DL410-RTN-EOF-SW           PIC X(01) VALUE 'N'.
018600         88  DL410-MSTR-OPEN                   VALUE 'Y'.
018700     05  DL410-MATCH-SW             PIC X(01) VALUE 'N'.
018800         88  DL410-ITEM-MATCHED                VALUE 'Y'.
018820     05  DL410-RHST-OPEN-SW         PIC X(01) VALUE 'N'.
018840         88  DL410-RHST-OPEN                   VALUE 'Y'.
018860     05  DL410-RHST-EOF-SW          PIC X(01) VALUE 'N'.
018880         88  DL410-RHST-EOF                    VALUE 'Y'.
018882     05  DL410-RCAS-OPEN-SW         PIC X(01) VALUE 'N'.
018884         88  DL410-RCAS-OPEN                   VALUE 'Y'.
018886     05  DL410-RCAS-FOUND-SW        PIC X(01) VALUE 'N'.
018888         88  DL410-RCAS-FOUND                  VALUE 'Y'.
018890     05  DL410-RTN-OPEN-SW          PIC X(01) VALUE 'N'.
018892         88  DL410-RTN-OPEN                    VALUE 'Y'.
018894     05  DL410-WRITE-OFF-SW         PIC X(01) VALUE 'N'.
018896         88  DL410-WRITE-OFF                   VALUE 'Y'.
018900
019000 PROCEDURE DIVISION.
019100*****************************************************************
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019600     PERFORM 2000-LOAD-EXTRACT-TABLE THRU 2000-EXIT.
019650     PERFORM 2500-NOTE-REPRESENTMENTS THRU 2500-EXIT.
019700     PERFORM 3000-PROCESS-RETURNS THRU 3000-EXIT.
019750     PERFORM 3700-SETTLE-REPRESENTED THRU 3700-EXIT.
019800     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019900     GOBACK.
020000
020100*****************************************************************
020200* 1000-INITIALIZE - CONTROL CARDS, OPENS, HEADINGS, AND THE     *
020250* REPAIR-QUEUE SEED.                                            *
020300* THE REPAIR FILE IS OPENED I-O AND THE SEQUENCE SEEDED PAST    *
020400* THE HIGHEST QUEUED KEY, THE SAME WAY A SUPPLEMENTAL DL100     *
020500* RUN SEEDS ITS EXCEPTION SEQUENCE, SO A RETURN QUEUES BEHIND   *
020700*****************************************************************
020800 1000-INITIALIZE.
020900     ACCEPT DL410-TODAY FROM DATE YYYYMMDD
020920     MOVE DL410-TODAY TO DL410-XTR-RUN-DATE
020940     PERFORM 1300-READ-CONTROL-CARDS THRU 1300-EXIT
021000     OPEN OUTPUT DL410-REPORT-FILE
021100     MOVE DL410-TODAY TO DL410-HDG-DATE
021200     WRITE DL410-REPORT-LINE FROM DL410-HEADING-1
021210     OPEN OUTPUT DL410-WOFF-FILE
021220     MOVE DL410-TODAY TO DL410-WHD-DATE
021230     MOVE DL410-REPRESENT-LIMIT TO DL410-WHD-LIMIT
021240     WRITE DL410-WOFF-LINE FROM DL410-WOFF-HEADING-1
021250     WRITE DL410-WOFF-LINE FROM DL410-WOFF-HEADING-2
021300     OPEN I-O DL410-MASTER-FILE
021400     IF DL410-MSTR-STATUS = '00'
021500         OR DL410-MSTR-STATUS = '05'
022500         CLOSE DL410-REPAIR-FILE
022600         OPEN I-O DL410-REPAIR-FILE
022700     END-IF
022800     PERFORM 1100-SEED-REPAIR-SEQ THRU 1100-EXIT
022850     PERFORM 1200-OPEN-RETURN-HISTORY THRU 1200-EXIT
022870     PERFORM 1400-OPEN-CASE-FILE THRU 1400-EXIT.
022900 1000-EXIT.
023000     EXIT.
023100
025500 1110-EXIT.
025600     EXIT.
025700
025702*****************************************************************
025703* 1200-OPEN-RETURN-HISTORY - THE TBLRHST KSDS, CREATED ON FIRST *
025704* USE, WITH THE SEQUENCE LEFT AT THE HIGHEST RECORD ALREADY     *
025705* LOGGED FOR TODAY, SO A SECOND RUN IN A DAY APPENDS.  AN       *
025706* UNUSABLE HISTORY IS REPORTED AND SKIPPED - THE RETURNS        *
025707* THEMSELVES STILL PROCESS.                                     *
025708*****************************************************************
025709 1200-OPEN-RETURN-HISTORY.
025710     OPEN I-O DL410-RHST-FILE
025711     IF DL410-RHST-STATUS NOT = '00'
025712         AND DL410-RHST-STATUS NOT = '05'
025713         OPEN OUTPUT DL410-RHST-FILE
025714         CLOSE DL410-RHST-FILE
025715         OPEN I-O DL410-RHST-FILE
025716     END-IF
025717     IF DL410-RHST-STATUS NOT = '00'
025718         AND DL410-RHST-STATUS NOT = '05'
025719         DISPLAY 'DL410 - TBLRHST UNAVAILABLE, STATUS '
025720             DL410-RHST-STATUS
025721         GO TO 1200-EXIT
025722     END-IF
025723     SET DL410-RHST-OPEN TO TRUE
025724     MOVE 'N' TO DL410-RHST-EOF-SW
025725     MOVE DL410-TODAY TO DL410-RHST-RUN-DATE
025726     MOVE ZERO        TO DL410-RHST-SEQ
025727     START DL410-RHST-FILE KEY >= DL410-RHST-KEY
025728         INVALID KEY
025729             SET DL410-RHST-EOF TO TRUE
025730     END-START
025731     PERFORM 1210-SCAN-ONE-HISTORY THRU 1210-EXIT
025732         UNTIL DL410-RHST-EOF.
025733 1200-EXIT.
025734     EXIT.
025735
025736*****************************************************************
025737* 1210-SCAN-ONE-HISTORY                                         *
025738*****************************************************************
025739 1210-SCAN-ONE-HISTORY.
025740     READ DL410-RHST-FILE NEXT
025741         AT END
025742             SET DL410-RHST-EOF TO TRUE
025743             GO TO 1210-EXIT
025744     END-READ
025745     IF DL410-RHST-RUN-DATE NOT = DL410-TODAY
025746         SET DL410-RHST-EOF TO TRUE
025747         GO TO 1210-EXIT
025748     END-IF
025749     MOVE DL410-RHST-SEQ TO DL410-RHST-SEQ-CTR.
025750 1210-EXIT.
025751     EXIT.
025760
025761*****************************************************************
025762* 1300-READ-CONTROL-CARDS - TBLRTCT KEYWORD CARDS.  A MISSING   *
025763* OR EMPTY FILE LEAVES THE DEFAULT; BAD CARDS ARE COUNTED AND   *
025764* DISPLAYED.                                                    *
025765*****************************************************************
025766 1300-READ-CONTROL-CARDS.
025767     OPEN INPUT DL410-PARM-FILE
025768     IF DL410-PARM-STATUS NOT = '00'
025769         GO TO 1300-EXIT
025770     END-IF
025771     PERFORM 1310-READ-ONE-CARD THRU 1310-EXIT
025772         UNTIL DL410-PARM-STATUS NOT = '00'
025773     CLOSE DL410-PARM-FILE.
025774 1300-EXIT.
025775     EXIT.
025776
025777*****************************************************************
025778* 1310-READ-ONE-CARD                                            *
025779*****************************************************************
025780 1310-READ-ONE-CARD.
025781     READ DL410-PARM-FILE
025782         AT END
025783             GO TO 1310-EXIT
025784     END-READ
025785     IF DL410-PARM-RECORD = SPACES
025786         OR DL410-PARM-RECORD(1:1) = '*'
025787         GO TO 1310-EXIT
025788     END-IF
025789     MOVE SPACES TO DL410-PARM-KEYWORD
025790     MOVE SPACES TO DL410-PARM-VALUE
025791     UNSTRING DL410-PARM-RECORD DELIMITED BY '='
025792         INTO DL410-PARM-KEYWORD
025793              DL410-PARM-VALUE
025794     END-UNSTRING
025795     EVALUATE DL410-PARM-KEYWORD
025796         WHEN 'REPRESENT-LIMIT'
025797             IF DL410-PARM-VALUE(1:1) IS NUMERIC
025798                 AND DL410-PARM-VALUE(1:1) <= '5'
025799                 AND DL410-PARM-VALUE(2:39) = SPACES
025800                 MOVE DL410-PARM-VALUE(1:1)
025801                     TO DL410-REPRESENT-LIMIT
025802             ELSE
025803                 PERFORM 1380-FLAG-BAD-CARD THRU 1380-EXIT
025804             END-IF
025805         WHEN OTHER
025806             PERFORM 1380-FLAG-BAD-CARD THRU 1380-EXIT
025807     END-EVALUATE.
025808 1310-EXIT.
025809     EXIT.
025810
025811*****************************************************************
025812* 1380-FLAG-BAD-CARD                                            *
025813*****************************************************************
025814 1380-FLAG-BAD-CARD.
025815     ADD 1 TO DL410-PARM-BAD-CTR
025816     DISPLAY 'DL410 - BAD CONTROL CARD: ' DL410-PARM-RECORD.
025817 1380-EXIT.
025818     EXIT.
025819
025820*****************************************************************
025821* 1400-OPEN-CASE-FILE - THE TBLRCAS RETURN CASE KSDS, CREATED   *
025822* ON FIRST USE.  AN UNUSABLE CASE FILE IS REPORTED AND SKIPPED  *
025823* - THE RETURNS STILL BACK OUT AND QUEUE FOR REPAIR, BUT NO     *
025824* CASE IS KEPT AND NO LIMIT APPLIES.                            *
025825*****************************************************************
025826 1400-OPEN-CASE-FILE.
025827     OPEN I-O DL410-RCAS-FILE
025828     IF DL410-CASE-STATUS NOT = '00'
025829         AND DL410-CASE-STATUS NOT = '05'
025830         OPEN OUTPUT DL410-RCAS-FILE
025831         CLOSE DL410-RCAS-FILE
025832         OPEN I-O DL410-RCAS-FILE
025833     END-IF
025834     IF DL410-CASE-STATUS NOT = '00'
025835         AND DL410-CASE-STATUS NOT = '05'
025836         DISPLAY 'DL410 - TBLRCAS UNAVAILABLE, STATUS '
025837             DL410-CASE-STATUS ' - NO RETURN CASES KEPT'
025838         GO TO 1400-EXIT
025839     END-IF
025840     SET DL410-RCAS-OPEN TO TRUE.
025841 1400-EXIT.
025842     EXIT.
025843
025844*****************************************************************
025900* 2000-LOAD-EXTRACT-TABLE - TABLE THE 'D' RECORDS OFF THE       *
026000* EXTRACT WE SENT.  THE HEADER GIVES THE BUSINESS DATE THE      *
026050* EXTRACT WENT OUT FOR; TRAILERS ARE PASSED BY.                 *
026100*****************************************************************
026200 2000-LOAD-EXTRACT-TABLE.
026300     OPEN INPUT DL410-EXTRACT-FILE
028200             SET DL410-XTR-EOF TO TRUE
028300             GO TO 2100-EXIT
028400     END-READ
028410*    THE HEADER'S BUSINESS DATE DATES EVERY RETURN CASE EVENT
028420*    THIS RUN RECORDS
028430     IF DL100-EXT-HDR-TYPE = 'H'
028440         IF DL100-EXT-HDR-RUN-DATE IS NUMERIC
028450             MOVE DL100-EXT-HDR-RUN-DATE TO DL410-XTR-RUN-DATE
028460         END-IF
028470         GO TO 2100-EXIT
028480     END-IF
028500     IF DL100-EXT-DTL-TYPE NOT = 'D'
028600         GO TO 2100-EXIT
028700     END-IF
029300     MOVE DL100-EXT-DTL-DATE   TO DL410-TBL-DATE(DL410-DTL-CTR)
029400     MOVE DL100-EXT-DTL-AMOUNT TO DL410-TBL-AMOUNT(DL410-DTL-CTR)
029500     MOVE DL100-EXT-DTL-SOURCE TO DL410-TBL-SOURCE(DL410-DTL-CTR)
029520     MOVE DL100-EXT-DTL-CURRENCY
029540         TO DL410-TBL-CURRENCY(DL410-DTL-CTR)
029560     MOVE DL100-EXT-DTL-BASE-AMOUNT
029580         TO DL410-TBL-BASE-AMT(DL410-DTL-CTR)
029600     MOVE 'N' TO DL410-TBL-USED-SW(DL410-DTL-CTR)
029650     MOVE 'N' TO DL410-TBL-CASE-SW(DL410-DTL-CTR).
029700 2100-EXIT.
029800     EXIT.
029810
029883     IF DL410-MATCH-IDX > ZERO
029884         MOVE DL100-EXT-DTL-AMOUNT
029885             TO DL410-TBL-AMOUNT(DL410-MATCH-IDX)
029890         MOVE DL100-EXT-DTL-BASE-AMOUNT
029895             TO DL410-TBL-BASE-AMT(DL410-MATCH-IDX)
029900     END-IF.
029905 2160-EXIT.
029910     EXIT.
029915
029920*****************************************************************
029925* 2155-MATCH-CORRECTION - THE FIRST UNUSED TABLED ADD WITH     *
029930* THE CORRECTION'S KEY AND DATE.  THE CALLER ZEROES             *
029935* DL410-MATCH-IDX FIRST.                                        *
029940*****************************************************************
029945 2155-MATCH-CORRECTION.
029950     IF NOT DL410-TBL-USED(DL410-DTL-IDX)
029955         AND DL100-EXT-DTL-KEY  = DL410-TBL-KEY(DL410-DTL-IDX)
029960         AND DL100-EXT-DTL-DATE = DL410-TBL-DATE(DL410-DTL-IDX)
029965         MOVE DL410-DTL-IDX TO DL410-MATCH-IDX
029970     END-IF.
029975 2155-EXIT.
029980     EXIT.
029985
029986*****************************************************************
029987* 2500-NOTE-REPRESENTMENTS - A TABLED ITEM WHOSE RETURN CASE IS *
029988* WAITING ON REPAIR HAS BEEN SENT TO SETTLEMENT AGAIN, AND THE  *
029989* CASE RECORDS THE RE-PRESENTMENT AGAINST THIS EXTRACT'S        *
029990* BUSINESS DATE.  AN ITEM A RERUN HAS ALREADY NOTED FOR THIS    *
029991* EXTRACT IS FLAGGED AGAIN SO ITS OUTCOME CAN STILL BE SETTLED. *
029992* AN ADD AN 'R' CORRECTION RETIRED WAS NEVER PRESENTED.         *
029993*****************************************************************
029994 2500-NOTE-REPRESENTMENTS.
029995     IF NOT DL410-RCAS-OPEN
029996         GO TO 2500-EXIT
029997     END-IF
029998     PERFORM 2510-NOTE-ONE-ITEM THRU 2510-EXIT
029999         VARYING DL410-DTL-IDX FROM 1 BY 1
030000         UNTIL DL410-DTL-IDX > DL410-DTL-CTR.
030001 2500-EXIT.
030002     EXIT.
030003
030004*****************************************************************
030005* 2510-NOTE-ONE-ITEM                                            *
030006*****************************************************************
030007 2510-NOTE-ONE-ITEM.
030008     IF DL410-TBL-USED(DL410-DTL-IDX)
030009         GO TO 2510-EXIT
030010     END-IF
030011     MOVE DL410-TBL-KEY(DL410-DTL-IDX)
030012         TO DL410-RCAS-ITEM-KEY
030013     MOVE DL410-TBL-DATE(DL410-DTL-IDX)
030014         TO DL410-RCAS-ITEM-DATE
030015     MOVE DL410-TBL-AMOUNT(DL410-DTL-IDX)
030016         TO DL410-RCAS-ITEM-AMOUNT
030017     READ DL410-RCAS-FILE
030018         INVALID KEY
030019             GO TO 2510-EXIT
030020     END-READ
030021     IF DL410-RCAS-REPRESENTED
030022         AND DL410-RCAS-LAST-PRESENTED = DL410-XTR-RUN-DATE
030023         SET DL410-TBL-REPRESENTED(DL410-DTL-IDX) TO TRUE
030024         GO TO 2510-EXIT
030025     END-IF
030026     IF NOT DL410-RCAS-AWAITING-REPAIR
030027         OR DL410-RCAS-LAST-PRESENTED >= DL410-XTR-RUN-DATE
030028         GO TO 2510-EXIT
030029     END-IF
030030     ADD 1 TO DL410-RCAS-REPRESENT-CTR
030031     MOVE DL410-XTR-RUN-DATE TO DL410-RCAS-LAST-PRESENTED
030032     SET DL410-RCAS-REPRESENTED TO TRUE
030033     MOVE 'P'    TO DL410-NEW-EVT-TYPE
030034     MOVE SPACES TO DL410-NEW-EVT-REASON
030035     PERFORM 3580-ADD-CASE-EVENT THRU 3580-EXIT
030036     REWRITE DL410-RCAS-RECORD
030037     SET DL410-TBL-REPRESENTED(DL410-DTL-IDX) TO TRUE
030038     ADD 1 TO DL410-REPRES-CTR
030039     MOVE DL410-RCAS-REPRESENT-CTR TO DL410-CASE-NO
030040     MOVE 'REPRESNT' TO DL410-RTL-RESULT
030041     MOVE SPACES TO DL410-RTL-NOTE
030042     STRING 'RE-PRESENTMENT ' DL410-CASE-NO ' OF A RETURNED ITEM'
030043         DELIMITED BY SIZE INTO DL410-RTL-NOTE
030044     PERFORM 3950-WRITE-CASE-LINE THRU 3950-EXIT.
030045 2510-EXIT.
030046     EXIT.
030047
030048*****************************************************************
030100* 3000-PROCESS-RETURNS - ONE PASS OF THE RETURN FILE            *
030200*****************************************************************
030300 3000-PROCESS-RETURNS.
030800         SET DL410-RTN-EOF TO TRUE
030900         GO TO 3000-EXIT
031000     END-IF
031050     SET DL410-RTN-OPEN TO TRUE
031100     PERFORM 3100-PROCESS-ONE-RETURN THRU 3100-EXIT
031200         UNTIL DL410-RTN-EOF
031300     CLOSE DL410-RETURN-FILE.
031600
031700*****************************************************************
031800* 3100-PROCESS-ONE-RETURN - PROVE THE ITEM AGAINST WHAT WE      *
031900* SENT, BACK IT OUT, RECORD IT ON ITS RETURN CASE, AND QUEUE    *
031950* IT FOR REPAIR OR WRITE IT OFF                                 *
032000*****************************************************************
032100 3100-PROCESS-ONE-RETURN.
032200     READ DL410-RETURN-FILE
034500     SET DL410-TBL-USED(DL410-MATCH-IDX) TO TRUE
034600     ADD 1 TO DL410-MATCHED-CTR
034700     PERFORM 3300-BACK-OUT-OF-MASTER THRU 3300-EXIT
034800     PERFORM 3500-RECORD-RETURN-CASE THRU 3500-EXIT
034810     IF DL410-WRITE-OFF
034820         PERFORM 3600-WRITE-OFF-ITEM THRU 3600-EXIT
034830     ELSE
034840         PERFORM 3400-QUEUE-FOR-REPAIR THRU 3400-EXIT
034850     END-IF.
034900 3100-EXIT.
035000     EXIT.
035100
037000
037100*****************************************************************
037200* 3300-BACK-OUT-OF-MASTER - SUBTRACT THE RETURNED AMOUNT (AND   *
037300* ONE OCCURRENCE) FROM THE KEY'S MTD RECORD.  THE MASTER IS IN  *
037400* BASE CURRENCY, SO THE AMOUNT IS THE MATCHED DETAIL'S BASE     *
037500* AMOUNT, OR THE RETURNED AMOUNT ITSELF FOR A DETAIL THAT       *
037600* CARRIES NONE.  A MISSING RECORD OR ONE HOLDING LESS THAN THE  *
037620* RETURN (THE MONTH MAY ALREADY HAVE CLOSED OR ROLLED) IS       *
037640* BACKED OUT AS FAR AS IT GOES AND REPORTED, NEVER DRIVEN       *
037660* NEGATIVE.                                                     *
037700*****************************************************************
037800 3300-BACK-OUT-OF-MASTER.
037900     IF NOT DL410-MSTR-OPEN
039500             GO TO 3300-EXIT
039600     END-READ
039700     MOVE DL410-RTN-AMOUNT TO DL410-RTN-AMT-NUM
039720     IF DL410-TBL-BASE-AMT(DL410-MATCH-IDX) IS NUMERIC
039740         MOVE DL410-TBL-BASE-AMT(DL410-MATCH-IDX)
039760             TO DL410-RTN-AMT-NUM
039780     END-IF
039800     IF DL100-MSTR-MTD-AMOUNT >= DL410-RTN-AMT-NUM
039900         MOVE DL410-RTN-AMT-NUM TO DL410-BACKED-AMT
039950         SUBTRACT DL410-RTN-AMT-NUM FROM DL100-MSTR-MTD-AMOUNT
040000         MOVE 'RETURNED' TO DL410-RTL-RESULT
040100         MOVE 'BACKED OUT OF MTD MASTER' TO DL410-RTL-NOTE
040200     ELSE
040300         ADD 1 TO DL410-SHORT-CTR
040400         MOVE DL100-MSTR-MTD-AMOUNT TO DL410-BACKED-AMT
040450         MOVE ZERO TO DL100-MSTR-MTD-AMOUNT
040500         MOVE 'RETURNED' TO DL410-RTL-RESULT
040600         MOVE 'MTD SHORT - BACKED OUT TO ZERO'
040700             TO DL410-RTL-NOTE
041000         SUBTRACT 1 FROM DL100-MSTR-MTD-COUNT
041100     END-IF
041200     REWRITE DL100-MSTR-RECORD
041300     PERFORM 3350-LOG-BACKOUT THRU 3350-EXIT
041350     PERFORM 3900-WRITE-RETURN-LINE THRU 3900-EXIT.
041400 3300-EXIT.
041500     EXIT.
041502
041504*****************************************************************
041506* 3350-LOG-BACKOUT - ONE TBLRHST RECORD FOR THE RETURN JUST     *
041508* BACKED OUT: WHAT CAME OFF, AND THE MONTH THE MASTER'S TOTALS  *
041510* COVERED WHEN IT DID (THE RECORD'S LAST-POSTED MONTH,          *
041512* UNCHANGED BY THE BACKOUT)                                     *
041514*****************************************************************
041516 3350-LOG-BACKOUT.
041518     IF NOT DL410-RHST-OPEN
041520         GO TO 3350-EXIT
041522     END-IF
041524     ADD 1 TO DL410-RHST-SEQ-CTR
041526     MOVE DL410-TODAY             TO DL410-RHST-RUN-DATE
041528     MOVE DL410-RHST-SEQ-CTR      TO DL410-RHST-SEQ
041530     MOVE DL410-RTN-KEY           TO DL410-RHST-ITEM-KEY
041532     MOVE DL410-RTN-DATE          TO DL410-RHST-ITEM-DATE
041534     MOVE DL410-RTN-AMOUNT        TO DL410-RHST-ITEM-AMOUNT
041536     MOVE DL410-RTN-SOURCE        TO DL410-RHST-SOURCE
041538     MOVE DL410-RTN-REASON        TO DL410-RHST-REASON
041540     MOVE DL100-MSTR-LAST-POSTED(1:6) TO DL410-RHST-MONTH
041542     MOVE DL410-BACKED-AMT        TO DL410-RHST-BACKED-AMT
041544     WRITE DL410-RHST-RECORD
041546         INVALID KEY
041548             REWRITE DL410-RHST-RECORD
041550     END-WRITE.
041552 3350-EXIT.
041554     EXIT.
041600
041700*****************************************************************
041800* 3400-QUEUE-FOR-REPAIR - STAGE THE RETURNED ITEM, IN THE       *
043100     MOVE DL410-RTN-AMOUNT   TO DL410-QBD-AMOUNT
043200     MOVE 'A'                TO DL410-QBD-TXN
043300     MOVE DL410-RTN-SOURCE   TO DL410-QBD-SOURCE
043320     MOVE DL410-TBL-CURRENCY(DL410-MATCH-IDX)
043340         TO DL410-QBD-CURRENCY
043400     MOVE DL410-QUEUE-BODY   TO DL100-RPR-BODY
043500     WRITE DL100-RPR-RECORD
043600         INVALID KEY
043900 3400-EXIT.
044000     EXIT.
044100
044101*****************************************************************
044102* 3500-RECORD-RETURN-CASE - OPEN THE ITEM'S CASE ON ITS FIRST   *
044103* RETURN, OR ADD THIS RETURN AND ITS REASON TO THE CASE IT      *
044104* ALREADY HAS.  ONCE THE ITEM HAS BEEN RE-PRESENTED AS OFTEN AS *
044105* REPRESENT-LIMIT ALLOWS, THIS RETURN WRITES IT OFF INSTEAD OF  *
044106* SENDING IT ROUND AGAIN.  A RETURN ALREADY RECORDED FOR THIS   *
044107* EXTRACT (A RERUN) LEAVES THE CASE AS IT IS.                   *
044108*****************************************************************
044109 3500-RECORD-RETURN-CASE.
044110     MOVE 'N' TO DL410-WRITE-OFF-SW
044111     IF NOT DL410-RCAS-OPEN
044112         GO TO 3500-EXIT
044113     END-IF
044114     MOVE DL410-RTN-KEY    TO DL410-RCAS-ITEM-KEY
044115     MOVE DL410-RTN-DATE   TO DL410-RCAS-ITEM-DATE
044116     MOVE DL410-RTN-AMOUNT TO DL410-RCAS-ITEM-AMOUNT
044117     MOVE 'N' TO DL410-RCAS-FOUND-SW
044118     READ DL410-RCAS-FILE
044119         INVALID KEY
044120             PERFORM 3510-OPEN-NEW-CASE THRU 3510-EXIT
044121         NOT INVALID KEY
044122             SET DL410-RCAS-FOUND TO TRUE
044123     END-READ
044124     IF DL410-RCAS-FOUND
044125         AND DL410-RCAS-LAST-RETURNED = DL410-XTR-RUN-DATE
044126         IF DL410-RCAS-WRITTEN-OFF
044127             SET DL410-WRITE-OFF TO TRUE
044128         END-IF
044129         GO TO 3500-EXIT
044130     END-IF
044131     ADD 1 TO DL410-RCAS-RETURN-CTR
044132     MOVE DL410-XTR-RUN-DATE TO DL410-RCAS-LAST-RETURNED
044133     MOVE DL410-RTN-REASON   TO DL410-RCAS-LAST-REASON
044134     MOVE 'R'                TO DL410-NEW-EVT-TYPE
044135     MOVE DL410-RTN-REASON   TO DL410-NEW-EVT-REASON
044136     PERFORM 3580-ADD-CASE-EVENT THRU 3580-EXIT
044137     IF DL410-RCAS-REPRESENT-CTR >= DL410-REPRESENT-LIMIT
044138         SET DL410-RCAS-WRITTEN-OFF TO TRUE
044139         MOVE DL410-TODAY TO DL410-RCAS-OUTCOME-DATE
044140         MOVE 'W' TO DL410-NEW-EVT-TYPE
044141         MOVE SPACES TO DL410-NEW-EVT-REASON
044142         STRING 'RE-PRESENTMENT LIMIT ' DL410-REPRESENT-LIMIT
044143                ' REACHED' DELIMITED BY SIZE
044144             INTO DL410-NEW-EVT-REASON
044145         PERFORM 3580-ADD-CASE-EVENT THRU 3580-EXIT
044146         SET DL410-WRITE-OFF TO TRUE
044147     ELSE
044148         SET DL410-RCAS-AWAITING-REPAIR TO TRUE
044149         MOVE ZERO TO DL410-RCAS-OUTCOME-DATE
044150     END-IF
044151     IF DL410-RCAS-FOUND
044152         REWRITE DL410-RCAS-RECORD
044153     ELSE
044154         WRITE DL410-RCAS-RECORD
044155     END-IF.
044156 3500-EXIT.
044157     EXIT.
044158
044159*****************************************************************
044160* 3510-OPEN-NEW-CASE - FIRST RETURN OF THE ITEM: THE CASE       *
044161* STARTS WITH THIS EXTRACT AS ITS LAST PRESENTMENT AND NOTHING  *
044162* COUNTED YET                                                   *
044163*****************************************************************
044164 3510-OPEN-NEW-CASE.
044165     MOVE SPACES TO DL410-RCAS-RECORD
044166     MOVE DL410-RTN-KEY      TO DL410-RCAS-ITEM-KEY
044167     MOVE DL410-RTN-DATE     TO DL410-RCAS-ITEM-DATE
044168     MOVE DL410-RTN-AMOUNT   TO DL410-RCAS-ITEM-AMOUNT
044169     MOVE DL410-RTN-SOURCE   TO DL410-RCAS-SOURCE
044170     MOVE DL410-TBL-CURRENCY(DL410-MATCH-IDX)
044171         TO DL410-RCAS-CURRENCY
044172     MOVE DL410-TBL-BASE-AMT(DL410-MATCH-IDX)
044173         TO DL410-RCAS-BASE-AMT
044174     MOVE DL410-TODAY        TO DL410-RCAS-OPENED-DATE
044175     MOVE ZERO               TO DL410-RCAS-OUTCOME-DATE
044176     MOVE ZERO               TO DL410-RCAS-RETURN-CTR
044177     MOVE ZERO               TO DL410-RCAS-REPRESENT-CTR
044178     MOVE DL410-XTR-RUN-DATE TO DL410-RCAS-LAST-PRESENTED
044179     MOVE ZERO               TO DL410-RCAS-LAST-RETURNED
044180     MOVE ZERO               TO DL410-RCAS-EVENT-CTR.
044181 3510-EXIT.
044182     EXIT.
044183
044184*****************************************************************
044185* 3580-ADD-CASE-EVENT - ONE EVENT ON THE CASE IN THE RECORD     *
044186* AREA, DATED BY THE RUN AND BY THE EXTRACT'S BUSINESS DATE.  A *
044187* FULL EVENT TABLE TAKES NO MORE; THE COUNTERS STILL DO.        *
044188*****************************************************************
044189 3580-ADD-CASE-EVENT.
044190     IF DL410-RCAS-EVENT-CTR >= 12
044191         GO TO 3580-EXIT
044192     END-IF
044193     ADD 1 TO DL410-RCAS-EVENT-CTR
044194     MOVE DL410-NEW-EVT-TYPE
044195         TO DL410-RCAS-EVT-TYPE(DL410-RCAS-EVENT-CTR)
044196     MOVE DL410-TODAY
044197         TO DL410-RCAS-EVT-RUN-DATE(DL410-RCAS-EVENT-CTR)
044198     MOVE DL410-XTR-RUN-DATE
044199         TO DL410-RCAS-EVT-BUS-DATE(DL410-RCAS-EVENT-CTR)
044200     MOVE DL410-NEW-EVT-REASON
044201         TO DL410-RCAS-EVT-REASON(DL410-RCAS-EVENT-CTR).
044202 3580-EXIT.
044203     EXIT.
044204
044205*****************************************************************
044206* 3600-WRITE-OFF-ITEM - THE ITEM HAS COME BACK AFTER AS MANY    *
044207* RE-PRESENTMENTS AS THE LIMIT ALLOWS.  IT IS NOT QUEUED FOR    *
044208* REPAIR; IT GOES ON THE TBLWOFF REPORT FOR THE BUSINESS OWNER  *
044209* WITH ITS CASE IN BRIEF.  THE MONEY HAS ALREADY COME OFF THE   *
044210* MASTER.                                                       *
044211*****************************************************************
044212 3600-WRITE-OFF-ITEM.
044213     ADD 1 TO DL410-WOFF-CTR
044214     MOVE ZERO TO DL410-WOFF-AMT-NUM
044215     IF DL410-RCAS-BASE-AMT IS NUMERIC
044216         MOVE DL410-RCAS-BASE-AMT TO DL410-WOFF-AMT-NUM
044217     ELSE
044218         IF DL410-RTN-AMOUNT IS NUMERIC
044219             MOVE DL410-RTN-AMOUNT TO DL410-WOFF-AMT-NUM
044220         END-IF
044221     END-IF
044222     ADD DL410-WOFF-AMT-NUM TO DL410-WOFF-AMOUNT
044223     MOVE DL410-RTN-KEY            TO DL410-WOD-KEY
044224     MOVE DL410-RTN-DATE           TO DL410-WOD-DATE
044225     MOVE DL410-RTN-AMOUNT         TO DL410-WOD-AMOUNT
044226     MOVE DL410-RCAS-CURRENCY      TO DL410-WOD-CURRENCY
044227     MOVE DL410-RTN-SOURCE         TO DL410-WOD-SOURCE
044228     MOVE DL410-WOFF-AMT-NUM       TO DL410-WOD-BASE-AMT
044229     MOVE DL410-RCAS-OPENED-DATE   TO DL410-WOD-OPENED
044230     MOVE DL410-RCAS-RETURN-CTR    TO DL410-WOD-RETURNS
044231     MOVE DL410-RCAS-REPRESENT-CTR TO DL410-WOD-REPRESENTS
044232     MOVE DL410-RTN-REASON         TO DL410-WOD-REASON
044233     WRITE DL410-WOFF-LINE FROM DL410-WOFF-DETAIL
044234     MOVE 'WRITEOFF' TO DL410-RTL-RESULT
044235     MOVE 'RE-PRESENTMENT LIMIT - NOT QUEUED' TO DL410-RTL-NOTE
044236     PERFORM 3900-WRITE-RETURN-LINE THRU 3900-EXIT.
044237 3600-EXIT.
044238     EXIT.
044239
044240*****************************************************************
044241* 3700-SETTLE-REPRESENTED - AN ITEM RE-PRESENTED ON THIS        *
044242* EXTRACT THAT SETTLEMENT HAS NOT RETURNED AGAIN HAS SETTLED,   *
044243* AND ITS CASE CLOSES.  WITHOUT SETTLEMENT'S RETURN FILE        *
044244* NOTHING CAN BE SAID, SO THE CASES STAY OPEN FOR A RERUN THAT  *
044245* HAS IT.                                                       *
044246*****************************************************************
044247 3700-SETTLE-REPRESENTED.
044248     IF NOT DL410-RCAS-OPEN
044249         OR NOT DL410-RTN-OPEN
044250         GO TO 3700-EXIT
044251     END-IF
044252     PERFORM 3710-SETTLE-ONE-ITEM THRU 3710-EXIT
044253         VARYING DL410-DTL-IDX FROM 1 BY 1
044254         UNTIL DL410-DTL-IDX > DL410-DTL-CTR.
044255 3700-EXIT.
044256     EXIT.
044257
044258*****************************************************************
044259* 3710-SETTLE-ONE-ITEM                                          *
044260*****************************************************************
044261 3710-SETTLE-ONE-ITEM.
044262     IF NOT DL410-TBL-REPRESENTED(DL410-DTL-IDX)
044263         GO TO 3710-EXIT
044264     END-IF
044265     MOVE DL410-TBL-KEY(DL410-DTL-IDX)
044266         TO DL410-RCAS-ITEM-KEY
044267     MOVE DL410-TBL-DATE(DL410-DTL-IDX)
044268         TO DL410-RCAS-ITEM-DATE
044269     MOVE DL410-TBL-AMOUNT(DL410-DTL-IDX)
044270         TO DL410-RCAS-ITEM-AMOUNT
044271     READ DL410-RCAS-FILE
044272         INVALID KEY
044273             GO TO 3710-EXIT
044274     END-READ
044275     IF NOT DL410-RCAS-REPRESENTED
044276         OR DL410-RCAS-LAST-PRESENTED NOT = DL410-XTR-RUN-DATE
044277         GO TO 3710-EXIT
044278     END-IF
044279     SET DL410-RCAS-SETTLED TO TRUE
044280     MOVE DL410-TODAY TO DL410-RCAS-OUTCOME-DATE
044281     MOVE 'S'    TO DL410-NEW-EVT-TYPE
044282     MOVE SPACES TO DL410-NEW-EVT-REASON
044283     PERFORM 3580-ADD-CASE-EVENT THRU 3580-EXIT
044284     REWRITE DL410-RCAS-RECORD
044285     ADD 1 TO DL410-SETTLED-CTR
044286     MOVE 'SETTLED ' TO DL410-RTL-RESULT
044287     MOVE 'RE-PRESENTED AND NOT RETURNED - CLOSED'
044288         TO DL410-RTL-NOTE
044289     PERFORM 3950-WRITE-CASE-LINE THRU 3950-EXIT.
044290 3710-EXIT.
044291     EXIT.
044292
044293*****************************************************************
044300* 3900-WRITE-RETURN-LINE - ONE REPORT LINE PER RETURN EVENT     *
044400*****************************************************************
044500 3900-WRITE-RETURN-LINE.
045100 3900-EXIT.
045200     EXIT.
045300
045305*****************************************************************
045310* 3950-WRITE-CASE-LINE - ONE REPORT LINE FOR A CASE EVENT WITH  *
045315* NO RETURNED ITEM BEHIND IT, FROM THE CASE IN THE RECORD AREA  *
045320*****************************************************************
045325 3950-WRITE-CASE-LINE.
045330     MOVE DL410-RCAS-ITEM-KEY    TO DL410-RTL-KEY
045335     MOVE DL410-RCAS-ITEM-DATE   TO DL410-RTL-DATE
045340     MOVE DL410-RCAS-ITEM-AMOUNT TO DL410-RTL-AMOUNT
045345     MOVE DL410-RCAS-SOURCE      TO DL410-RTL-SOURCE
045350     WRITE DL410-REPORT-LINE FROM DL410-RETURN-LINE.
045355 3950-EXIT.
045360     EXIT.
045365
045400*****************************************************************
045500* 8000-TERMINATE - TOTALS, CLOSES, AND THE STEP CODE            *
045600*****************************************************************
045900     MOVE DL410-MATCHED-CTR TO DL410-TOT-MATCHED
046000     MOVE DL410-NOMATCH-CTR TO DL410-TOT-NOMATCH
046100     MOVE DL410-SHORT-CTR   TO DL410-TOT-SHORT
046150     MOVE DL410-WOFF-CTR    TO DL410-TOT-WOFF
046200     WRITE DL410-REPORT-LINE FROM DL410-TOTALS-LINE
046220     MOVE DL410-WOFF-CTR    TO DL410-WOT-COUNT
046240     MOVE DL410-WOFF-AMOUNT TO DL410-WOT-AMOUNT
046260     WRITE DL410-WOFF-LINE FROM DL410-WOFF-TOTALS
046280     CLOSE DL410-WOFF-FILE
046300     IF DL410-MSTR-OPEN
046400         CLOSE DL410-MASTER-FILE
046500     END-IF
046600     IF DL410-RHST-OPEN
046620         CLOSE DL410-RHST-FILE
046640     END-IF
046645     IF DL410-RCAS-OPEN
046650         CLOSE DL410-RCAS-FILE
046655     END-IF
046660     CLOSE DL410-REPAIR-FILE
046700     CLOSE DL410-REPORT-FILE
046800     DISPLAY 'DL410 - RETURNS PROCESSED : ' DL410-RTN-CTR
046900     DISPLAY 'DL410 - MATCHED/BACKED OUT: ' DL410-MATCHED-CTR
047000     DISPLAY 'DL410 - QUEUED FOR REPAIR : ' DL410-QUEUED-CTR
047100     DISPLAY 'DL410 - NO MATCH          : ' DL410-NOMATCH-CTR
047200     DISPLAY 'DL410 - SHORT BACKOUTS    : ' DL410-SHORT-CTR
047220     DISPLAY 'DL410 - RE-PRESENTED      : ' DL410-REPRES-CTR
047240     DISPLAY 'DL410 - CASES SETTLED     : ' DL410-SETTLED-CTR
047260     DISPLAY 'DL410 - WRITTEN OFF       : ' DL410-WOFF-CTR
047300     IF DL410-NOMATCH-CTR > ZERO
047400         MOVE 8 TO RETURN-CODE
047500     ELSE
047600         IF DL410-SHORT-CTR > ZERO
047650             OR DL410-WOFF-CTR > ZERO
047700             MOVE 4 TO RETURN-CODE
047800         END-IF
047900     END-IF.

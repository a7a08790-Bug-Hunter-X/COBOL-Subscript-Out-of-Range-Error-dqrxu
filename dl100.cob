005536*                  ADJUSTED RECORD'S TIMELINE; THE TBLBALR      *
005537*                  AMOUNT PROOF IS EXTENDED, NOT REWRITTEN, ON  *
005538*                  A CONTINUATION RUN, LIKE THE OTHER LOGS.     *
005539* 10/15/2026  RS   ADDS FOR MORE THAN THEIR KEY'S SINGLE-ITEM   *
005540*                  LIMIT ON TBLAREF (DL600 LIMIT CARD) ARE NOW  *
005541*                  PARKED ON THE TBLHELD HELD-ITEMS FILE        *
005542*                  INSTEAD OF STAGED, FOR A SUPERVISOR TO       *
005543*                  RELEASE OR DECLINE ONLINE (DL320).  A        *
005544*                  RELEASED ITEM COMES BACK THROUGH TBLRSUB     *
005545*                  MARKED SO THE LIMIT IS NOT APPLIED TWICE.    *
005546*                  HELD COUNTS AND AMOUNTS JOIN THE COUNT       *
005547*                  RECONCILIATION AND THE AMOUNT PROOF.         *
005548* 10/15/2026  RS   ITEMS MAY NOW ARRIVE IN A CURRENCY OTHER THAN*
005549*                  THE BASE CURRENCY (BASE-CURRENCY RUN-CONTROL *
005550*                  CARD, DEFAULT USD): A THREE-BYTE CODE ON THE *
005551*                  INPUT RECORD, CARRIED ON THE STAGED ENTRY AND*
005552*                  THE EXTRACT DETAIL. AN UNKNOWN CURRENCY, OR  *
005553*                  ONE WITH NO TBLRATE RATE FOR THE BUSINESS    *
005554*                  DATE, REJECTS. THE TBLMSTR POSTING AND EVERY *
005555*                  TBLBALR PROOF LEG ARE NOW IN BASE CURRENCY AT*
005556*                  THE DAY'S RATE; SETTLEMENT STILL GETS THE    *
005557*                  ORIGINAL AMOUNT AND CURRENCY, WITH THE BASE  *
005558*                  EQUIVALENT ALONGSIDE.                        *
005559* 10/15/2026  RS   AN ARRIVING KEY THAT THE DL610 KEY CONVERSION*
005560*                  RENUMBERED OR MERGED AWAY (TBLKXRF           *
005561*                  CROSS-REFERENCE) IS TRANSLATED TO ITS        *
005562*                  SUCCESSOR, WITH AN AUDIT LINE, FOR           *
005563*                  KEY-GRACE-DAYS BUSINESS DAYS AFTER THE       *
005564*                  CONVERSION (RUN-CONTROL CARD, DEFAULT 20) AND*
005565*                  REJECTS AFTER THAT.                          *
005566* 10/15/2026  RS   AN ITEM DATED IN A MONTH DL710 HAS ALREADY   *
005567*                  CLOSED (TBLMCHS MONTH-CLOSE HISTORY) NO      *
005568*                  LONGER POSTS INTO THE CURRENT MONTH ON       *
005569*                  TBLMSTR; IT STILL SETTLES, FLAGGED           *
005570*                  PRIOR-PERIOD ON ITS EXTRACT DETAIL, AND ITS  *
005571*                  MONEY GOES TO THE TBLPPAD PRIOR-PERIOD       *
005572*                  ADJUSTMENT FILE FOR DL730 TO APPLY TO TBLYTD.*
005573* 10/15/2026  RS   AN ITEM DATED AFTER THE BUSINESS DATE IS NO  *
005574*                  LONGER STAGED EARLY OR REJECTED: IT IS PARKED*
005575*                  ON THE TBLWHSE FUTURE-DATED WAREHOUSE, KEYED *
005576*                  BY ITS DATE, AND COMES BACK AS A SIXTH FEED  *
005577*                  (SOURCE F) ON THE FIRST RUN WHOSE BUSINESS   *
005578*                  DATE HAS REACHED IT, WITH ITS OWN PER-SOURCE *
005579*                  TOTALS. WAREHOUSE-DAYS RUN-CONTROL CARD      *
005580*                  (DEFAULT 30 BUSINESS DAYS) REJECTS A DATE TOO*
005581*                  FAR AHEAD. WAREHOUSED COUNTS AND AMOUNTS JOIN*
005582*                  THE COUNT RECONCILIATION AND THE AMOUNT      *
005583*                  PROOF. DL110 LISTS THE QUEUE.                *
005584* 10/15/2026  RS   A FRESH RUN NOW DELETES THE ITEMS AN EARLIER *
005585*                  RUN OF THE SAME DATE HELD ON TBLHELD THAT NO *
005586*                  SUPERVISOR HAS ACTED ON, SO A RERUN CANNOT   *
005587*                  HOLD AN ITEM TWICE; A REVERSAL THAT REMOVES  *
005588*                  A RELEASED WAREHOUSE ENTRY NOW TAKES IT OFF  *
005589*                  SOURCE F'S LOADED TOTAL.                     *
005590* 10/15/2026  RS   THE REGIONAL AND WAREHOUSE FEEDS CLEAR THE   *
005591*                  HOLD RELEASE MARK IN BODY BYTE 80, SO A      *
005592*                  REJECT FROM OUTSIDE THE SHOP CANNOT COME     *
005593*                  BACK REPAIRED PAST THE ITEM LIMIT.           *
005594*****************************************************************
005595 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-370.
005800 OBJECT-COMPUTER.   IBM-370.
010146         ASSIGN TO TBLBALR
010147         ORGANIZATION IS LINE SEQUENTIAL.
010156
010157     SELECT DL100-HELD-FILE
010158         ASSIGN TO TBLHELD
010159         ORGANIZATION IS INDEXED
010160         ACCESS MODE IS DYNAMIC
010161         RECORD KEY IS DL100-HELD-KEY
010162         FILE STATUS IS DL100-HELD-FSTATUS.
010163
010164     SELECT DL100-RATE-FILE
010165         ASSIGN TO TBLRATE
010166         ORGANIZATION IS LINE SEQUENTIAL
010167         FILE STATUS IS DL100-RATE-FSTATUS.
010168
010169     SELECT DL100-XREF-FILE
010170         ASSIGN TO TBLKXRF
010171         ORGANIZATION IS INDEXED
010172         ACCESS MODE IS DYNAMIC
010173         RECORD KEY IS DL610-XREF-OLD-KEY
010174         FILE STATUS IS DL100-XREF-FSTATUS.
010175
010176     SELECT DL100-MCHS-FILE
010177         ASSIGN TO TBLMCHS
010178         ORGANIZATION IS INDEXED
010179         ACCESS MODE IS DYNAMIC
010180         RECORD KEY IS DL710-MCHS-MONTH
010181         FILE STATUS IS DL100-MCHS-FSTATUS.
010182
010183     SELECT DL100-PPAD-FILE
010184         ASSIGN TO TBLPPAD
010185         ORGANIZATION IS INDEXED
010186         ACCESS MODE IS DYNAMIC
010187         RECORD KEY IS DL100-PPAD-KEY
010188         FILE STATUS IS DL100-PPAD-FSTATUS.
010189
010190     SELECT DL100-WHSE-FILE
010191         ASSIGN TO TBLWHSE
010192         ORGANIZATION IS INDEXED
010193         ACCESS MODE IS DYNAMIC
010194         RECORD KEY IS DL100-WHSE-KEY
010195         FILE STATUS IS DL100-WHSE-FSTATUS.
010196
010200 DATA DIVISION.
010300 FILE SECTION.
010400 FD  DL100-INPUT-FILE
014530     RECORDING MODE IS F.
014540 01  DL100-BALANCE-RECORD           PIC X(80).
014541
014543 FD  DL100-HELD-FILE.
014545 COPY "dl100hd.cpy".
014547
014549 FD  DL100-RATE-FILE
014551     RECORDING MODE IS F.
014553 COPY "dl100fx.cpy".
014555
014557 FD  DL100-XREF-FILE.
014559 COPY "dl610xr.cpy".
014561
014563 FD  DL100-MCHS-FILE.
014565 COPY "dl710mc.cpy".
014567
014569 FD  DL100-PPAD-FILE.
014571 COPY "dl100pp.cpy".
014573
014575 FD  DL100-WHSE-FILE.
014577 COPY "dl100wh.cpy".
014579
014581 WORKING-STORAGE SECTION.
014583 COPY "dl100tb.cpy".
014600 COPY "dl100pr.cpy".
014650 COPY "dl900bc.cpy".
014660 COPY "dl100rr.cpy".
014748             88  DL100-TXN-CODE-KNOWN
014751                     VALUES 'A' SPACE 'R' 'J'.
014754         10  DL100-INP-SOURCE       PIC X(01).
014755         10  DL100-INP-CURRENCY     PIC X(03).
014756         10  DL100-INP-FILLER       PIC X(47).
014757         10  DL100-INP-HOLD-RLSE    PIC X(01).
014758             88  DL100-INP-HOLD-RELEASED       VALUE 'L'.
014760     05  DL100-INP-TRAILER-VIEW REDEFINES DL100-INPUT-BODY.
014763         10  DL100-INP-TRL-TYPE         PIC X(01).
014766         10  DL100-INP-TRL-REC-COUNT    PIC 9(06).
015132 77  DL100-UNK-KEY-CTR          PIC 9(06) COMP VALUE ZERO.
015133 77  DL100-XARC-FSTATUS         PIC X(02) VALUE '00'.
015134 77  DL100-XARC-SEQ-CTR         PIC 9(06) COMP VALUE ZERO.
015135 77  DL100-HELD-FSTATUS         PIC X(02) VALUE '00'.
015136 77  DL100-HELD-CTR             PIC 9(06) COMP VALUE ZERO.
015137 77  DL100-HELD-SEQ-CTR         PIC 9(06) COMP VALUE ZERO.
015138 77  DL100-ITEM-LIMIT           PIC 9(09) VALUE ZERO.
015139 77  DL100-RATE-FSTATUS         PIC X(02) VALUE '00'.
015140 77  DL100-XREF-FSTATUS         PIC X(02) VALUE '00'.
015141 77  DL100-XLATE-CTR            PIC 9(06) COMP VALUE ZERO.
015142 77  DL100-MCHS-FSTATUS         PIC X(02) VALUE '00'.
015143 77  DL100-PPAD-FSTATUS         PIC X(02) VALUE '00'.
015144 77  DL100-LAST-CLOSED-MONTH    PIC 9(06) VALUE ZERO.
015145 77  DL100-PPAD-CTR             PIC 9(06) COMP VALUE ZERO.
015146 77  DL100-WHSE-FSTATUS         PIC X(02) VALUE '00'.
015147 77  DL100-WHSE-CTR             PIC 9(06) COMP VALUE ZERO.
015148 77  DL100-WHSE-SEQ-CTR         PIC 9(06) COMP VALUE ZERO.
015149 77  DL100-WHSE-DUE-CTR         PIC 9(06) COMP VALUE ZERO.
015150 77  DL100-WHSE-RLSE-CTR        PIC 9(06) COMP VALUE ZERO.
015151 77  DL100-START-TIME           PIC 9(06) VALUE ZERO.
015152 77  DL100-RUN-DATE             PIC 9(08) VALUE ZERO.
015160 77  DL100-PRIOR-DUP-CTR        PIC 9(06) COMP VALUE ZERO.
015170 77  DL100-PRIOR-PREV-KEY       PIC X(10) VALUE LOW-VALUES.
015180
015400     05  DL100-PARM-MM              PIC 99.
015410     05  DL100-PARM-DD              PIC 99.
015420     05  DL100-CAPACITY-ECHO        PIC 9(06).
015421     05  DL100-BUSDATE-ECHO         PIC 9(08).
015422     05  DL100-OVFL-LIMIT           PIC 9(06) VALUE ZERO.
015423     05  DL100-REJ-PCT-LIMIT        PIC 9(03) VALUE ZERO.
015424     05  DL100-REJ-RATE-PCT         PIC 9(03).
015425     05  DL100-KEY-GRACE-DAYS       PIC 9(03) VALUE 20.
015426     05  DL100-WAREHOUSE-DAYS       PIC 9(03) VALUE 30.
015427
015428*****************************************************************
015429* CURRENCY CONVERSION.  THE BASE CURRENCY COMES FROM THE        *
015430* BASE-CURRENCY RUN-CONTROL CARD.  EVERY CURRENCY SEEN ON       *
015431* TBLRATE IS TABLED AT START-UP WITH THE RATE FOR THE BUSINESS  *
015432* DATE, IF THERE IS ONE; A CURRENCY NOT ON THE TABLE IS         *
015433* UNKNOWN.  2200-CONVERT-TO-BASE TURNS DL100-CNV-AMOUNT IN      *
015434* DL100-CNV-CURRENCY INTO DL100-CNV-BASE-AMT, AND EVERY PROOF   *
015435* LEG AND THE MASTER POSTING GO THROUGH IT, SO THE SAME ITEM    *
015436* ALWAYS CONVERTS TO THE SAME FIGURE AND THE LEGS STILL FOOT.   *
015437* AN ITEM THAT CANNOT BE CONVERTED KEEPS ITS OWN AMOUNT AS ITS  *
015438* BASE FIGURE - IT IS REJECTED, SO IT LEAVES THE PROOF AT THE   *
015439* FIGURE IT CAME IN AT.                                         *
015440*****************************************************************
015441 01  DL100-CURRENCY-FIELDS.
015442     05  DL100-BASE-CURRENCY        PIC X(03) VALUE 'USD'.
015443     05  DL100-RATE-CTR             PIC 9(04) COMP VALUE ZERO.
015444     05  DL100-RATE-IDX             PIC 9(04) COMP.
015445     05  DL100-RATE-FOUND-IDX       PIC 9(04) COMP.
015446     05  DL100-RATE-DAY-CTR         PIC 9(04) COMP VALUE ZERO.
015447     05  DL100-RATE-BAD-CTR         PIC 9(04) COMP VALUE ZERO.
015448     05  DL100-CNV-CURRENCY         PIC X(03).
015449     05  DL100-CNV-AMOUNT           PIC X(09).
015450     05  DL100-CNV-AMT-NUM          PIC 9(09).
015451     05  DL100-CNV-BASE-AMT         PIC 9(09).
015452     05  DL100-CNV-STATUS           PIC X(01).
015453         88  DL100-CNV-OK                      VALUE 'Y'.
015454         88  DL100-CNV-UNKNOWN                 VALUE 'U'.
015455         88  DL100-CNV-NO-RATE                 VALUE 'N'.
015456         88  DL100-CNV-TOO-LARGE               VALUE 'L'.
015457     05  DL100-INP-BASE-AMT         PIC 9(09) VALUE ZERO.
015458     05  DL100-RATE-TABLE OCCURS 100 TIMES.
015459         10  DL100-RT-CURRENCY      PIC X(03).
015460         10  DL100-RT-RATE-SW       PIC X(01).
015461             88  DL100-RT-HAVE-RATE           VALUE 'Y'.
015462         10  DL100-RT-RATE          PIC 9(05)V9(07).
015470
015480*****************************************************************
015490* OPERATOR ALERT RECORD - ONE FIXED-LAYOUT LINE PER TRIPPED     *
016702*****************************************************************
016704* FEED CONTROL AND PER-SOURCE TOTALS.  THE FEEDS ARE READ IN A  *
016706* FIXED ORDER - TBLIN (M), EAST (E), CENTRAL (C), WEST (W),     *
016707* THEN THE RESUBMIT QUEUE (R) AND THE FUTURE-DATED WAREHOUSE    *
016708* (F) - SO THE RESTART SKIP CAN REPLAY                          *
016710* READS ACROSS FEED BOUNDARIES.  A MISSING REGIONAL FILE IS     *
016712* SKIPPED.  EVERY RECORD IS STAMPED WITH ITS SOURCE CODE AS IT  *
016714* IS READ; TBLIN AND THE RESUBMIT QUEUE PRESERVE A SOURCE       *
016734         88  DL100-FEED-CENTRAL                VALUE 3.
016736         88  DL100-FEED-WEST                   VALUE 4.
016738         88  DL100-FEED-RSUB                   VALUE 5.
016739         88  DL100-FEED-WHSE                   VALUE 6.
016740     05  DL100-SRC-IDX              PIC 9(04) COMP VALUE 1.
016742     05  DL100-SRC-DSP-IDX          PIC 9(04) COMP.
016744     05  DL100-SOURCE-CODE-LIST     PIC X(06) VALUE 'MECWRF'.
016746     05  DL100-SOURCE-CODE-TBL REDEFINES DL100-SOURCE-CODE-LIST.
016748         10  DL100-SOURCE-CODE OCCURS 6 TIMES PIC X(01).
016750
016752 01  DL100-SOURCE-TOTALS.
016754     05  DL100-SRC-TOTALS-ENTRY OCCURS 6 TIMES.
016756         10  DL100-SRC-READ-CTR     PIC 9(06) COMP VALUE ZERO.
016758         10  DL100-SRC-LOADED-CTR   PIC 9(06) COMP VALUE ZERO.
016760         10  DL100-SRC-OVFL-CTR     PIC 9(06) COMP VALUE ZERO.
018200     05  DL100-EXT-IDX              PIC 9(08) COMP.
018300     05  DL100-EXT-AMOUNT-NUM       PIC 9(09).
018400     05  DL100-EXT-HASH-TOTAL       PIC 9(13).
018450     05  DL100-EXT-BASE-TOTAL       PIC 9(13) VALUE ZERO.
018500
018600 01  DL100-BALANCE-FIELDS.
018700     05  DL100-BAL-EXPECTED         PIC 9(06) COMP.
018870* DOLLARS LEAK IS EXACTLY WHAT THE 7950 COUNT RECONCILIATION    *
018880* CANNOT SEE; 7990 PROVES THESE ON TBLBALR EVERY NIGHT.         *
018890*****************************************************************
018891 01  DL100-AMOUNT-PROOF-FIELDS.
018892     05  DL100-BAL-INP-AMT          PIC 9(13) VALUE ZERO.
018893     05  DL100-BAL-REJ-AMT          PIC 9(13) VALUE ZERO.
018894     05  DL100-BAL-OVFL-AMT         PIC 9(13) VALUE ZERO.
018895     05  DL100-BAL-RVSL-AMT         PIC 9(13) VALUE ZERO.
018896     05  DL100-BAL-ADJOLD-AMT       PIC 9(13) VALUE ZERO.
018897     05  DL100-BAL-HELD-AMT         PIC 9(13) VALUE ZERO.
018898     05  DL100-BAL-WHSE-AMT         PIC 9(13) VALUE ZERO.
018899     05  DL100-BAL-MTD-AMT          PIC 9(13) VALUE ZERO.
018900     05  DL100-BAL-MTD-SKIP-AMT     PIC 9(13) VALUE ZERO.
018901     05  DL100-BAL-PPAD-AMT         PIC 9(13) VALUE ZERO.
018908     05  DL100-BAL-EXPECTED-AMT     PIC S9(14) VALUE ZERO.
018909     05  DL100-BAL-MTD-PROOF        PIC S9(14) VALUE ZERO.
018910     05  DL100-BAL-AMT-DIFF         PIC S9(14) VALUE ZERO.
018944     05  DL100-CUT-REC-IN-CUT       PIC 9(06) VALUE ZERO.
018945     05  DL100-CUT-CUM-COUNT        PIC S9(07) COMP VALUE ZERO.
018946     05  DL100-CUT-CUM-HASH         PIC S9(14) VALUE ZERO.
018947     05  DL100-CUT-CUM-BASE         PIC S9(14) VALUE ZERO.
018948     05  DL100-CUT-PEND-CTR         PIC 9(04) COMP VALUE ZERO.
018949     05  DL100-CUT-PEND-IDX         PIC 9(04) COMP.
018950     05  DL100-CUT-CORR-CTR         PIC 9(04) COMP VALUE ZERO.
018951     05  DL100-CUT-CORR-IDX         PIC 9(04) COMP.
018952     05  DL100-CUT-SEED-IDX         PIC 9(08) COMP.
018953     05  DL100-CORR-WRK-ACTION      PIC X(01).
018954     05  DL100-CORR-WRK-KEY         PIC X(10).
018955     05  DL100-CORR-WRK-DATE        PIC X(08).
018956     05  DL100-CORR-WRK-AMOUNT      PIC X(09).
018957     05  DL100-CORR-WRK-OLD-AMT     PIC X(09).
018958     05  DL100-CORR-WRK-CURRENCY    PIC X(03).
018959     05  DL100-CUT-FOUND-SW         PIC X(01).
018960         88  DL100-CUT-PEND-FOUND             VALUE 'Y'.
018961
018962 01  DL100-CUT-PENDING-LIST.
018963     05  DL100-CUT-PEND-ENTRY OCCURS 9999 TIMES.
018964         10  DL100-PEND-KEY         PIC X(10).
018965         10  DL100-PEND-DATE        PIC X(08).
018966         10  DL100-PEND-AMOUNT      PIC X(09).
018967         10  DL100-PEND-SOURCE      PIC X(01).
018968         10  DL100-PEND-CURRENCY    PIC X(03).
018969         10  DL100-PEND-ACTIVE-SW   PIC X(01).
018970             88  DL100-PEND-ACTIVE            VALUE 'Y'.
018971
018972 01  DL100-CUT-CORRECTION-LIST.
018973     05  DL100-CUT-CORR-ENTRY OCCURS 500 TIMES.
018974         10  DL100-CORR-ACTION      PIC X(01).
018975         10  DL100-CORR-KEY         PIC X(10).
018976         10  DL100-CORR-DATE        PIC X(08).
018977         10  DL100-CORR-AMOUNT      PIC X(09).
018978         10  DL100-CORR-OLD-AMOUNT  PIC X(09).
018979         10  DL100-CORR-CURRENCY    PIC X(03).
018980
019000 01  DL100-EXCEPTION-LINE.
019100     05  FILLER                     PIC X(02) VALUE SPACES.
019200     05  DL100-EXC-COUNT            PIC ZZZ,ZZ9.
022375     05  DL100-PRIOR-MATCH-SW       PIC X(01) VALUE 'N'.
022400         88  DL100-PRIOR-MATCH-FOUND             VALUE 'Y'.
022500         88  DL100-PRIOR-MATCH-NOT-FOUND         VALUE 'N'.
022502     05  DL100-HOLD-SW              PIC X(01) VALUE 'N'.
022504         88  DL100-ENTRY-HELD                   VALUE 'Y'.
022506     05  DL100-HELD-AVAIL-SW        PIC X(01) VALUE 'N'.
022508         88  DL100-HELD-AVAILABLE               VALUE 'Y'.
022510     05  DL100-HELD-EOF-SW          PIC X(01) VALUE 'N'.
022512         88  DL100-HELD-SCAN-DONE               VALUE 'Y'.
022514     05  DL100-RATE-EOF-SW          PIC X(01) VALUE 'N'.
022516         88  DL100-RATE-EOF                     VALUE 'Y'.
022518     05  DL100-XREF-AVAIL-SW        PIC X(01) VALUE 'N'.
022520         88  DL100-XREF-AVAILABLE               VALUE 'Y'.
022522     05  DL100-MCHS-EOF-SW          PIC X(01) VALUE 'N'.
022524         88  DL100-MCHS-SCAN-DONE               VALUE 'Y'.
022526     05  DL100-FUTURE-SW            PIC X(01) VALUE 'N'.
022528         88  DL100-ENTRY-FUTURE                 VALUE 'Y'.
022530     05  DL100-WHSE-AVAIL-SW        PIC X(01) VALUE 'N'.
022532         88  DL100-WHSE-AVAILABLE               VALUE 'Y'.
022534     05  DL100-WHSE-EOF-SW          PIC X(01) VALUE 'N'.
022536         88  DL100-WHSE-SCAN-DONE               VALUE 'Y'.
022538     05  DL100-WHSE-DUE-SW          PIC X(01) VALUE 'N'.
022540         88  DL100-WHSE-ITEM-DUE                VALUE 'Y'.
022542     05  DL100-WHSE-USED-SW         PIC X(01) VALUE 'N'.
022544         88  DL100-WHSE-USED                    VALUE 'Y'.
022600
022610 LINKAGE SECTION.
022620*****************************************************************
025100     PERFORM 1150-OPEN-LOG-FILES THRU 1150-EXIT
025150     PERFORM 1160-ECHO-RUN-PARMS THRU 1160-EXIT
025160     PERFORM 1190-OPEN-REFERENCE THRU 1190-EXIT
025180     PERFORM 1191-OPEN-CROSS-REFERENCE THRU 1191-EXIT
025200     PERFORM 1197-LOAD-CLOSED-MONTH THRU 1197-EXIT
025220     PERFORM 1192-OPEN-HELD-FILE THRU 1192-EXIT
025240     PERFORM 1194-OPEN-WAREHOUSE THRU 1194-EXIT
025260     PERFORM 1180-LOAD-EXCHANGE-RATES THRU 1180-EXIT
025400     IF DL100-RESTARTED
025450         PERFORM 1175-ENSURE-CAPACITY THRU 1175-EXIT
025500         PERFORM 1200-SKIP-PROCESSED-INPUT THRU 1200-EXIT
026460*                             THE EXTRACT HEADER, AUDIT LINES,  *
026470*                             AND RUN HISTORY (REPROCESSING     *
026480*                             TUESDAY'S FILE ON WEDNESDAY)      *
026481*   RUN-MODE=NORMAL/SUPPLEMENTAL/RERUN                          *
026482*   CUT-INTERVAL=NNNN         EMIT AN INTERIM EXTRACT CUT       *
026483*                             EVERY NNNN STAGED ENTRIES         *
026484*   CUT-TIME=HHMM             EMIT A CUT AT THE NAMED TIME      *
026485*                             (UP TO 10 CARDS)                  *
026486*   BASE-CURRENCY=XXX         THE CURRENCY THE MASTER AND THE   *
026487*                             AMOUNT PROOF ARE KEPT IN (USD)    *
026488*   KEY-GRACE-DAYS=NNN        BUSINESS DAYS AN OLD KEY IS STILL *
026489*                             TRANSLATED AFTER DL610 CONVERTS   *
026490*                             IT (20)                           *
026491*   WAREHOUSE-DAYS=NNN        BUSINESS DAYS AHEAD A FUTURE-DATED*
026492*                             ITEM MAY BE WAREHOUSED (30)       *
026495* EITHER CUT CARD PUTS THE RUN IN CUT MODE - THE EXTRACT OPENS  *
026496* AT START-UP AND SETTLEMENT RECEIVES THE DAY IN PIECES.  CUT   *
026497* MODE IS FOR STANDALONE DAILY RUNS; LEAVE THE CUT CARDS OFF A  *
027260             END-IF
027261         WHEN 'CUT-TIME'
027262             PERFORM 1078-APPLY-CUT-TIME THRU 1078-EXIT
027263         WHEN 'BASE-CURRENCY'
027264             IF DL100-PARM-VALUE(1:3) NOT = SPACES
027265                 AND DL100-PARM-VALUE(4:37) = SPACES
027266                 MOVE DL100-PARM-VALUE(1:3) TO DL100-BASE-CURRENCY
027267             ELSE
027268                 PERFORM 1080-FLAG-BAD-CARD THRU 1080-EXIT
027269             END-IF
027270         WHEN 'KEY-GRACE-DAYS'
027271             IF DL100-PARM-VALUE(1:3) IS NUMERIC
027272                 MOVE DL100-PARM-VALUE(1:3)
027273                     TO DL100-KEY-GRACE-DAYS
027274             ELSE
027275                 PERFORM 1080-FLAG-BAD-CARD THRU 1080-EXIT
027276             END-IF
027277         WHEN 'WAREHOUSE-DAYS'
027278             IF DL100-PARM-VALUE(1:3) IS NUMERIC
027279                 MOVE DL100-PARM-VALUE(1:3)
027280                     TO DL100-WAREHOUSE-DAYS
027281             ELSE
027282                 PERFORM 1080-FLAG-BAD-CARD THRU 1080-EXIT
027283             END-IF
027284         WHEN 'BUSINESS-DATE'
027285             PERFORM 1075-APPLY-BUSINESS-DATE THRU 1075-EXIT
027286         WHEN 'RUN-MODE'
027287             EVALUATE DL100-PARM-VALUE(1:12)
027290                 WHEN 'NORMAL      '
027300                     SET DL100-MODE-NORMAL TO TRUE
027310                     MOVE 'NORMAL' TO DL100-RUN-MODE-NAME
030698             MOVE 'N'  TO DL100-CKPT-TRL-FOUND
030699             MOVE ZERO TO DL100-CKPT-TRL-EXP-COUNT
030700             MOVE ZERO TO DL100-CKPT-TRL-EXP-HASH
030710             MOVE ZERO TO DL100-CKPT-HELD-COUNT
030720             MOVE ZERO TO DL100-CKPT-HELD-SEQ
030730             MOVE ZERO TO DL100-CKPT-WHSE-COUNT
030740             MOVE ZERO TO DL100-CKPT-WHSE-SEQ
030750             MOVE LOW-VALUES TO DL100-CKPT-SRC-TOTALS
030760             MOVE LOW-VALUES TO DL100-CKPT-BAL-AMTS
030770             WRITE DL100-CKPT-RECORD
030800     END-READ
030900     IF DL100-CKPT-READ-COUNT > ZERO
031000         SET DL100-RESTARTED TO TRUE
031085         MOVE DL100-CKPT-BAL-ADJOLD  TO DL100-BAL-ADJOLD-AMT
031086         PERFORM 1120-RESTORE-ONE-SOURCE THRU 1120-EXIT
031087             VARYING DL100-SRC-DSP-IDX FROM 1 BY 1
031089             UNTIL DL100-SRC-DSP-IDX > 6
031091         MOVE DL100-CKPT-HELD-COUNT  TO DL100-HELD-CTR
031093         MOVE DL100-CKPT-HELD-SEQ    TO DL100-HELD-SEQ-CTR
031095         MOVE DL100-CKPT-BAL-HELD    TO DL100-BAL-HELD-AMT
031097         MOVE DL100-CKPT-WHSE-COUNT  TO DL100-WHSE-CTR
031099         MOVE DL100-CKPT-WHSE-SEQ    TO DL100-WHSE-SEQ-CTR
031101         MOVE DL100-CKPT-BAL-WHSE    TO DL100-BAL-WHSE-AMT
031110     END-IF.
031200 1100-EXIT.
031300     EXIT.
031704     EXIT.
031705
031706*****************************************************************
031707* 1180-LOAD-EXCHANGE-RATES - TABLE EVERY CURRENCY ON TBLRATE    *
031708* AND THE RATE FOR THE BUSINESS DATE.  NO FILE MEANS BASE       *
031709* CURRENCY ONLY FOR THE DAY - ANY OTHER CURRENCY REJECTS AS     *
031710* UNKNOWN - AND IS AUDITED, LIKE A MISSING REFERENCE MASTER.    *
031711* THE BASE CURRENCY AND THE NUMBER OF RATES IN FORCE ARE        *
031712* AUDITED EITHER WAY.                                           *
031713*****************************************************************
031714 1180-LOAD-EXCHANGE-RATES.
031715     MOVE ZERO TO DL100-RATE-CTR
031716     MOVE ZERO TO DL100-RATE-DAY-CTR
031717     OPEN INPUT DL100-RATE-FILE
031718     IF DL100-RATE-FSTATUS NOT = '00'
031719         MOVE 'RATE-NONE' TO DL100-AUD-EVENT-TYPE
031720         MOVE 'NO RATE FILE - BASE CURRENCY ONLY'
031721             TO DL100-AUD-REASON
031722         PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
031723         GO TO 1180-ECHO
031724     END-IF
031725     MOVE 'N' TO DL100-RATE-EOF-SW
031726     PERFORM 1185-LOAD-ONE-RATE THRU 1185-EXIT
031727         UNTIL DL100-RATE-EOF
031728     CLOSE DL100-RATE-FILE.
031729 1180-ECHO.
031730     MOVE 'RUN-PARM' TO DL100-AUD-EVENT-TYPE
031731     MOVE DL100-RATE-DAY-CTR TO DL100-CAPACITY-ECHO
031732     MOVE SPACES TO DL100-AUD-REASON
031733     STRING 'BASE-CURRENCY ' DL100-BASE-CURRENCY
031734         ' RATES IN FORCE ' DL100-CAPACITY-ECHO
031735         DELIMITED BY SIZE INTO DL100-AUD-REASON
031736     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
031737     IF DL100-RATE-BAD-CTR > ZERO
031738         MOVE DL100-RATE-BAD-CTR TO DL100-CAPACITY-ECHO
031739         MOVE SPACES TO DL100-AUD-REASON
031740         STRING 'BAD RATE RECORDS IGNORED: '
031741             DL100-CAPACITY-ECHO DELIMITED BY SIZE
031742             INTO DL100-AUD-REASON
031743         PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
031744     END-IF.
031745 1180-EXIT.
031746     EXIT.
031747
031748*****************************************************************
031749* 1185-LOAD-ONE-RATE - A BLANK OR '*' RECORD IS PASSED BY.  A   *
031750* RECORD THAT DOES NOT LOOK LIKE A RATE IS COUNTED AND SHOWN,   *
031751* NEVER USED.  A CURRENCY IS TABLED THE FIRST TIME IT IS SEEN,  *
031752* FOR ANY DATE, AND TAKES ITS RATE FROM THE RECORD FOR THE      *
031753* BUSINESS DATE.                                                *
031754*****************************************************************
031755 1185-LOAD-ONE-RATE.
031756     READ DL100-RATE-FILE
031757         AT END
031758             SET DL100-RATE-EOF TO TRUE
031759             GO TO 1185-EXIT
031760     END-READ
031761     IF DL100-RATE-RECORD = SPACES
031762         OR DL100-RATE-RECORD(1:1) = '*'
031763         GO TO 1185-EXIT
031764     END-IF
031765     IF DL100-RATE-CURRENCY = SPACES
031766         OR DL100-RATE-DATE IS NOT NUMERIC
031767         OR DL100-RATE-VALUE IS NOT NUMERIC
031768         OR DL100-RATE-VALUE = ZERO
031769         ADD 1 TO DL100-RATE-BAD-CTR
031770         DISPLAY 'DL100 - BAD RATE RECORD: ' DL100-RATE-RECORD
031771         GO TO 1185-EXIT
031772     END-IF
031773     MOVE DL100-RATE-CURRENCY TO DL100-CNV-CURRENCY
031774     PERFORM 2205-FIND-RATE THRU 2205-EXIT
031775     IF DL100-RATE-FOUND-IDX = ZERO
031776         IF DL100-RATE-CTR >= 100
031777             ADD 1 TO DL100-RATE-BAD-CTR
031778             DISPLAY 'DL100 - RATE TABLE FULL: ' DL100-RATE-RECORD
031779             GO TO 1185-EXIT
031780         END-IF
031781         ADD 1 TO DL100-RATE-CTR
031782         MOVE DL100-RATE-CTR TO DL100-RATE-FOUND-IDX
031783         MOVE DL100-RATE-CURRENCY
031784             TO DL100-RT-CURRENCY(DL100-RATE-FOUND-IDX)
031785         MOVE 'N'  TO DL100-RT-RATE-SW(DL100-RATE-FOUND-IDX)
031786         MOVE ZERO TO DL100-RT-RATE(DL100-RATE-FOUND-IDX)
031787     END-IF
031788     IF DL100-RATE-DATE = DL100-RUN-DATE
031789         IF NOT DL100-RT-HAVE-RATE(DL100-RATE-FOUND-IDX)
031790             ADD 1 TO DL100-RATE-DAY-CTR
031791         END-IF
031792         MOVE 'Y' TO DL100-RT-RATE-SW(DL100-RATE-FOUND-IDX)
031793         MOVE DL100-RATE-VALUE
031794             TO DL100-RT-RATE(DL100-RATE-FOUND-IDX)
031795     END-IF.
031796 1185-EXIT.
031797     EXIT.
031798
031799*****************************************************************
031800* 1195-START-CUT-MODE - OPEN THE EXTRACT AND ITS ARCHIVE AT     *
031801* START-UP AND PUT THE HEADER OUT NOW, SO SETTLEMENT CAN START  *
031802* POSTING AS THE CUTS ARRIVE.  THE HEADER'S ENTRY COUNT IS      *
031803* STILL CLIMBING AT THIS POINT; THE FINAL TRAILER IS WHAT THE   *
031804* RECEIVER BALANCES, AS ALWAYS.  ON A RESTART THE RELOADED      *
031805* TABLE IS SEEDED INTO THE PENDING LIST, SO THE FRESH FILE      *
031806* CARRIES THE WHOLE DAY AGAIN FROM ITS FIRST CUT.               *
031807*****************************************************************
031808 1195-START-CUT-MODE.
031809     OPEN OUTPUT DL100-EXTRACT-FILE
031810     PERFORM 7300-OPEN-EXTRACT-ARCHIVE THRU 7300-EXIT
031811     PERFORM 7100-WRITE-EXTRACT-HEADER THRU 7100-EXIT
031812     IF DL100-RESTARTED
031813         PERFORM 1196-SEED-ONE-PENDING THRU 1196-EXIT
031814             VARYING DL100-CUT-SEED-IDX FROM 1 BY 1
031815             UNTIL DL100-CUT-SEED-IDX > DL100-COUNT
031816         MOVE DL100-COUNT TO DL100-CUT-STAGED-SINCE
031817     END-IF.
031818 1195-EXIT.
031819     EXIT.
031820
031821*****************************************************************
031822* 1196-SEED-ONE-PENDING                                         *
031823*****************************************************************
031824 1196-SEED-ONE-PENDING.
031825     ADD 1 TO DL100-CUT-PEND-CTR
031826     MOVE DL100-ENTRY-KEY(DL100-CUT-SEED-IDX)
031827         TO DL100-PEND-KEY(DL100-CUT-PEND-CTR)
031828     MOVE DL100-ENTRY-DATE(DL100-CUT-SEED-IDX)
031829         TO DL100-PEND-DATE(DL100-CUT-PEND-CTR)
031830     MOVE DL100-ENTRY-AMOUNT(DL100-CUT-SEED-IDX)
031831         TO DL100-PEND-AMOUNT(DL100-CUT-PEND-CTR)
031832     MOVE DL100-ENTRY-SOURCE(DL100-CUT-SEED-IDX)
031833         TO DL100-PEND-SOURCE(DL100-CUT-PEND-CTR)
031834     MOVE DL100-ENTRY-CURRENCY(DL100-CUT-SEED-IDX)
031835         TO DL100-PEND-CURRENCY(DL100-CUT-PEND-CTR)
031836     MOVE 'Y' TO DL100-PEND-ACTIVE-SW(DL100-CUT-PEND-CTR).
031837 1196-EXIT.
031838     EXIT.
031839
031840*****************************************************************
031841* 1200-SKIP-PROCESSED-INPUT - ON RESTART, DISCARD THE INPUT     *
031842* RECORDS ALREADY REFLECTED IN THE LAST CHECKPOINT.  THIS MUST   *
031843* BE DL100-CKPT-READS-TARGET (THE TRUE COUNT OF TBLIN RECORDS    *
031844* READ AS OF THE LAST FLUSH), NOT DL100-COUNT - AN OVERFLOW OR   *
031845* REJECT ROW CONSUMES AN INPUT READ WITHOUT EVER BECOMING A      *
031846* STAGED TABLE ENTRY, SO DL100-COUNT UNDERSTATES THE TRUE        *
031847* NUMBER OF RECORDS TO SKIP ONCE EITHER HAS OCCURRED.            *
031850*****************************************************************
031950 1200-SKIP-PROCESSED-INPUT.
032050     PERFORM 1210-SKIP-ONE-RECORD THRU 1210-EXIT
036050     MOVE DL100-CKPT-ENTRY TO DL100-TABLE-ENTRY(DL100-CKPT-IDX).
036150 1310-EXIT.
036250     EXIT.
036251
036252*****************************************************************
036253* 1191-OPEN-CROSS-REFERENCE - THE TBLKXRF KEY CROSS-REFERENCE   *
036254* THE DL610 CONVERSION JOB KEEPS.  NO FILE MEANS NO KEY HAS     *
036255* EVER BEEN CONVERTED AND NOTHING IS TRANSLATED; THE GAP IS     *
036256* AUDITED, AS FOR TBLAREF.  THE GRACE PERIOD IN FORCE IS        *
036257* AUDITED WHEN THE FILE IS THERE.  MUST RUN AFTER               *
036258* 1150-OPEN-LOG-FILES (TBLAUDIT MUST BE OPEN).                  *
036259*****************************************************************
036260 1191-OPEN-CROSS-REFERENCE.
036261     OPEN INPUT DL100-XREF-FILE
036262     IF DL100-XREF-FSTATUS NOT = '00'
036263         AND DL100-XREF-FSTATUS NOT = '05'
036264         MOVE 'XREF-NONE' TO DL100-AUD-EVENT-TYPE
036265         MOVE 'NO KEY CROSS-REFERENCE - NO TRANSLATION'
036266             TO DL100-AUD-REASON
036267         PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
036268         GO TO 1191-EXIT
036269     END-IF
036270     SET DL100-XREF-AVAILABLE TO TRUE
036271     MOVE 'RUN-PARM' TO DL100-AUD-EVENT-TYPE
036272     MOVE DL100-KEY-GRACE-DAYS TO DL100-CAPACITY-ECHO
036273     MOVE SPACES TO DL100-AUD-REASON
036274     STRING 'KEY-GRACE-DAYS ' DL100-CAPACITY-ECHO
036275         DELIMITED BY SIZE INTO DL100-AUD-REASON
036276     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
036277 1191-EXIT.
036278     EXIT.
036279
036280*****************************************************************
036281* 1192-OPEN-HELD-FILE - THE TBLHELD HELD-ITEMS FILE, CREATED ON *
036282* FIRST USE LIKE TBLCKPT.  IT KEEPS ITS HISTORY ACROSS DAYS, SO *
036283* A FRESH RUN SEEDS THE HELD SEQUENCE PAST THE HIGHEST KEY      *
036284* ALREADY ON FILE.  A FRESH RUN FIRST DELETES THE ITEMS AN      *
036285* EARLIER RUN OF THE SAME DATE HELD THAT ARE STILL WAITING ON A *
036286* SUPERVISOR (THE INPUT IS ABOUT TO HOLD THEM AGAIN), AS 1194   *
036287* DOES FOR THE WAREHOUSE; A SUPPLEMENTAL RUN OR PASS KEEPS THEM *
036288* AND SEEDS PAST THEM.  A RESTART TAKES THE SEQUENCE BACK FROM  *
036289* THE CHECKPOINT INSTEAD, SO AN ITEM HELD AGAIN AFTER THE       *
036290* RESTART POINT REWRITES ITS OWN RECORD RATHER THAN DOUBLING    *
036291* IT.  IF THE FILE CANNOT BE OPENED THE LIMIT CHECK IS OFF FOR  *
036292* THE RUN AND THE GAP IS AUDITED, AS FOR TBLAREF.  MUST RUN     *
036293* AFTER 1150-OPEN-LOG-FILES (TBLAUDIT MUST BE OPEN) AND AFTER   *
036294* THE RUN DATE AND PASS ARE KNOWN.                              *
036295*****************************************************************
036296 1192-OPEN-HELD-FILE.
036297     OPEN I-O DL100-HELD-FILE
036298     IF DL100-HELD-FSTATUS NOT = '00'
036299         AND DL100-HELD-FSTATUS NOT = '05'
036300         OPEN OUTPUT DL100-HELD-FILE
036301         CLOSE DL100-HELD-FILE
036302         OPEN I-O DL100-HELD-FILE
036303     END-IF
036304     IF DL100-HELD-FSTATUS NOT = '00'
036305         AND DL100-HELD-FSTATUS NOT = '05'
036306         MOVE 'HELD-NONE' TO DL100-AUD-EVENT-TYPE
036307         MOVE 'NO HELD-ITEMS FILE - ITEM LIMIT CHECK OFF'
036308             TO DL100-AUD-REASON
036309         PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
036310         GO TO 1192-EXIT
036311     END-IF
036312     SET DL100-HELD-AVAILABLE TO TRUE
036313     IF NOT DL100-RESTARTED
036314         MOVE 'N' TO DL100-HELD-EOF-SW
036315         PERFORM 1193-SCAN-ONE-HELD THRU 1193-EXIT
036316             UNTIL DL100-HELD-SCAN-DONE
036317     END-IF.
036318 1192-EXIT.
036319     EXIT.
036320
036321*****************************************************************
036322* 1193-SCAN-ONE-HELD                                            *
036323*****************************************************************
036324 1193-SCAN-ONE-HELD.
036325     READ DL100-HELD-FILE NEXT
036326         AT END
036327             SET DL100-HELD-SCAN-DONE TO TRUE
036328             GO TO 1193-EXIT
036329     END-READ
036330     IF DL100-HELD-IS-HELD
036331         AND DL100-HELD-DATE = DL100-RUN-DATE
036332         AND NOT DL100-SUPP-PASS
036333         AND NOT DL100-MODE-SUPPLEMENTAL
036334         DELETE DL100-HELD-FILE
036335         GO TO 1193-EXIT
036336     END-IF
036337     IF DL100-HELD-KEY > DL100-HELD-SEQ-CTR
036338         MOVE DL100-HELD-KEY TO DL100-HELD-SEQ-CTR
036339     END-IF.
036340 1193-EXIT.
036341     EXIT.
036342
036343*****************************************************************
036344* 1194-OPEN-WAREHOUSE - THE TBLWHSE FUTURE-DATED WAREHOUSE,     *
036345* CREATED ON FIRST USE LIKE TBLCKPT. THE START-UP PASS CLEARS   *
036346* ITEMS RELEASED BEFORE TODAY, AND ON A FRESH RUN THE ITEMS AN  *
036347* EARLIER RUN OF THE SAME DATE WAREHOUSED (THE INPUT IS ABOUT   *
036348* TO WAREHOUSE THEM AGAIN), THE WAY 7300 PURGES THE EXTRACT     *
036349* ARCHIVE. A SUPPLEMENTAL RUN OR PASS KEEPS THEM AND SEEDS THE  *
036350* SEQUENCE PAST THEM; A RESTART TAKES THE SEQUENCE BACK FROM    *
036351* THE CHECKPOINT. THE ITEMS DUE TODAY ARE COUNTED AND AUDITED.  *
036352* IF THE FILE CANNOT BE OPENED A FUTURE-DATED ITEM IS VALIDATED *
036353* AS BEFORE AND THE GAP IS AUDITED, AS FOR TBLAREF. MUST RUN    *
036354* AFTER 1100-OPEN-CHECKPOINT AND 1150-OPEN-LOG-FILES.           *
036355*****************************************************************
036356 1194-OPEN-WAREHOUSE.
036357     OPEN I-O DL100-WHSE-FILE
036358     IF DL100-WHSE-FSTATUS NOT = '00'
036359         AND DL100-WHSE-FSTATUS NOT = '05'
036360         OPEN OUTPUT DL100-WHSE-FILE
036361         CLOSE DL100-WHSE-FILE
036362         OPEN I-O DL100-WHSE-FILE
036363     END-IF
036364     IF DL100-WHSE-FSTATUS NOT = '00'
036365         AND DL100-WHSE-FSTATUS NOT = '05'
036366         MOVE 'WHSE-NONE' TO DL100-AUD-EVENT-TYPE
036367         MOVE 'NO WAREHOUSE - FUTURE DATES NOT HELD'
036368             TO DL100-AUD-REASON
036369         PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
036370         GO TO 1194-EXIT
036371     END-IF
036372     SET DL100-WHSE-AVAILABLE TO TRUE
036373     MOVE 'N' TO DL100-WHSE-EOF-SW
036374     MOVE ZERO TO DL100-WHSE-EFF-DATE
036375     MOVE ZERO TO DL100-WHSE-ARRIVED
036376     MOVE ZERO TO DL100-WHSE-SEQ
036377     START DL100-WHSE-FILE KEY >= DL100-WHSE-KEY
036378         INVALID KEY
036379             SET DL100-WHSE-SCAN-DONE TO TRUE
036380     END-START
036381     PERFORM 1199-SCAN-ONE-WAREHOUSE THRU 1199-EXIT
036382         UNTIL DL100-WHSE-SCAN-DONE
036383     MOVE 'RUN-PARM' TO DL100-AUD-EVENT-TYPE
036384     MOVE DL100-WAREHOUSE-DAYS TO DL100-CAPACITY-ECHO
036385     MOVE SPACES TO DL100-AUD-REASON
036386     STRING 'WAREHOUSE-DAYS ' DL100-CAPACITY-ECHO
036387         DELIMITED BY SIZE INTO DL100-AUD-REASON
036388     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
036389     MOVE 'WHSE-DUE' TO DL100-AUD-EVENT-TYPE
036390     MOVE DL100-WHSE-DUE-CTR TO DL100-CAPACITY-ECHO
036391     MOVE SPACES TO DL100-AUD-REASON
036392     STRING 'WAREHOUSE ITEMS DUE TODAY: ' DL100-CAPACITY-ECHO
036393         DELIMITED BY SIZE INTO DL100-AUD-REASON
036394     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
036395 1194-EXIT.
036396     EXIT.
036397
036398*****************************************************************
036399* 1199-SCAN-ONE-WAREHOUSE                                       *
036400*****************************************************************
036401 1199-SCAN-ONE-WAREHOUSE.
036402     READ DL100-WHSE-FILE NEXT
036403         AT END
036404             SET DL100-WHSE-SCAN-DONE TO TRUE
036405             GO TO 1199-EXIT
036406     END-READ
036407     IF DL100-WHSE-RELEASED
036408         AND DL100-WHSE-RELEASE-DATE < DL100-RUN-DATE
036409         DELETE DL100-WHSE-FILE
036410         GO TO 1199-EXIT
036411     END-IF
036412     IF DL100-WHSE-ARRIVED = DL100-RUN-DATE
036413         AND NOT DL100-RESTARTED
036414         IF DL100-SUPP-PASS OR DL100-MODE-SUPPLEMENTAL
036415             IF DL100-WHSE-SEQ > DL100-WHSE-SEQ-CTR
036416                 MOVE DL100-WHSE-SEQ TO DL100-WHSE-SEQ-CTR
036417             END-IF
036418         ELSE
036419             DELETE DL100-WHSE-FILE
036420             GO TO 1199-EXIT
036421         END-IF
036422     END-IF
036423     PERFORM 2160-CHECK-WAREHOUSE-DUE THRU 2160-EXIT
036424     IF DL100-WHSE-ITEM-DUE
036425         ADD 1 TO DL100-WHSE-DUE-CTR
036426     END-IF.
036427 1199-EXIT.
036428     EXIT.
036429
036430*****************************************************************
036431* 1197-LOAD-CLOSED-MONTH - THE LATEST MONTH DL710 HAS CLOSED,   *
036432* FROM THE TBLMCHS MONTH-CLOSE HISTORY.  AN ITEM DATED IN THAT  *
036433* MONTH OR EARLIER IS A PRIOR-PERIOD ITEM: IT IS FLAGGED ON ITS *
036434* EXTRACT DETAIL (7260) AND ITS MONEY GOES TO THE TBLPPAD       *
036435* ADJUSTMENT FILE INSTEAD OF THE CURRENT MONTH ON TBLMSTR       *
036436* (7810).  NO HISTORY MEANS NO MONTH HAS BEEN CLOSED YET AND    *
036437* THE CHECK IS OFF; THE GAP IS AUDITED, AS FOR TBLAREF.  MUST   *
036438* RUN AFTER 1150-OPEN-LOG-FILES (TBLAUDIT MUST BE OPEN).        *
036439*****************************************************************
036440 1197-LOAD-CLOSED-MONTH.
036441     OPEN INPUT DL100-MCHS-FILE
036442     IF DL100-MCHS-FSTATUS NOT = '00'
036443         AND DL100-MCHS-FSTATUS NOT = '05'
036444         MOVE 'MCHS-NONE' TO DL100-AUD-EVENT-TYPE
036445         MOVE 'NO MONTH-CLOSE HISTORY - NO PERIOD CHECK'
036446             TO DL100-AUD-REASON
036447         PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
036448         GO TO 1197-EXIT
036449     END-IF
036450     MOVE 'N' TO DL100-MCHS-EOF-SW
036451     PERFORM 1198-SCAN-ONE-CLOSE THRU 1198-EXIT
036452         UNTIL DL100-MCHS-SCAN-DONE
036453     CLOSE DL100-MCHS-FILE
036454     MOVE 'RUN-PARM' TO DL100-AUD-EVENT-TYPE
036455     MOVE DL100-LAST-CLOSED-MONTH TO DL100-CAPACITY-ECHO
036456     MOVE SPACES TO DL100-AUD-REASON
036457     STRING 'LAST CLOSED MONTH ' DL100-CAPACITY-ECHO
036458         DELIMITED BY SIZE INTO DL100-AUD-REASON
036459     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
036460 1197-EXIT.
036461     EXIT.
036462
036463*****************************************************************
036464* 1198-SCAN-ONE-CLOSE                                           *
036465*****************************************************************
036466 1198-SCAN-ONE-CLOSE.
036467     READ DL100-MCHS-FILE NEXT
036468         AT END
036469             SET DL100-MCHS-SCAN-DONE TO TRUE
036470             GO TO 1198-EXIT
036471     END-READ
036472     IF DL710-MCHS-MONTH > DL100-LAST-CLOSED-MONTH
036473         MOVE DL710-MCHS-MONTH TO DL100-LAST-CLOSED-MONTH
036474     END-IF.
036475 1198-EXIT.
036476     EXIT.
036477
036478*****************************************************************
036550* 2000-PROCESS-INPUT - SET ASIDE AN UPSTREAM CONTROL TRAILER    *
036560* FOR THE END-OF-INPUT VERIFICATION, OTHERWISE ROLL THE RECORD  *
036570* INTO THE INPUT AMOUNT HASH (EVERY NON-TRAILER RECORD WITH A   *
036580* NUMERIC AMOUNT COUNTS - THE UPSTREAM HASH COVERS WHAT WAS     *
036590* SENT, NOT JUST WHAT SURVIVES VALIDATION) AND, AT ITS BASE-    *
036600* CURRENCY VALUE, INTO THE AMOUNT-PROOF INPUT LEG (AN ITEM WITH *
036610* NO CURRENCY CODE IS IN BASE CURRENCY), THEN                   *
036650* VALIDATE THE ENTRY, ADD IT IF IT                              *
036660* PASSES, CHECKPOINT EVERY DL100-CKPT-INTERVAL INPUT RECORDS    *
036700* READ - NOT EVERY DL100-CKPT-INTERVAL RECORDS ADDED TO THE     *
036935*        THE UPSTREAM HASH SPEAKS FOR TBLIN ONLY - RESUBMITTED
036936*        REPAIRS ARE OURS, NOT THE UPSTREAM SHOP'S
036940         MOVE DL100-INP-AMOUNT TO DL100-INP-AMT-NUM
036941         ADD DL100-INP-AMT-NUM TO DL100-INP-AMT-HASH
036942     END-IF
036943     IF DL100-INP-CURRENCY = SPACES
036944         MOVE DL100-BASE-CURRENCY TO DL100-INP-CURRENCY
036945     END-IF
036946     IF DL100-INP-AMOUNT IS NUMERIC
036947*        THE AMOUNT-PROOF INPUT LEG COVERS EVERY FEED - IT IS
036948*        WHAT THE WHOLE DAY'S MONEY IS PROVED AGAINST, IN BASE
036949*        CURRENCY
036950         PERFORM 2200-CONVERT-INPUT THRU 2200-EXIT
036951         ADD DL100-INP-BASE-AMT TO DL100-BAL-INP-AMT
036954     END-IF
036955     PERFORM 2300-VALIDATE-ENTRY THRU 2300-EXIT.
037050     IF DL100-ENTRY-VALID
037060         EVALUATE TRUE
037062             WHEN DL100-ENTRY-FUTURE
037064                 PERFORM 2570-WAREHOUSE-FUTURE-ITEM THRU 2570-EXIT
037066             WHEN DL100-ENTRY-HELD
037068                 PERFORM 2560-HOLD-LARGE-ITEM THRU 2560-EXIT
037070             WHEN DL100-TXN-REVERSAL
037080                 PERFORM 2520-APPLY-REVERSAL THRU 2520-EXIT
037090             WHEN DL100-TXN-ADJUSTMENT
037750*****************************************************************
037850* 2100-READ-INPUT - ONE RECORD OFF THE CURRENT FEED INTO        *
037860* DL100-INPUT-WORK, ADVANCING THROUGH THE FEEDS IN THEIR FIXED  *
037870* ORDER (TBLIN, EAST, CENTRAL, WEST, RESUBMIT QUEUE, WAREHOUSE) *
037880* AS EACH DRAINS.  THE RECORD IS STAMPED WITH ITS SOURCE CODE   *
037890* AND COUNTED INTO THE PER-SOURCE READ TOTAL HERE, SO EVERY     *
037900* DOWNSTREAM BUCKET CAN BE TIED BACK TO THE REGION THAT SENT    *
037910* THE ROW.  DL100-TBLIN-READ-CTR COUNTS THE TBLIN READS ALONE   *
037920* - THAT IS WHAT THE UPSTREAM CONTROL TRAILER SPEAKS FOR.       *
039260         WHEN DL100-FEED-RSUB
039270             READ DL100-RESUBMIT-FILE
039280                 AT END
039290                     PERFORM 2150-ADVANCE-FEED THRU 2150-EXIT
039300                 NOT AT END
039310                     MOVE DL100-RSUB-BODY TO DL100-INPUT-BODY
039320                     SET DL100-GOT-RECORD TO TRUE
039321             END-READ
039322         WHEN DL100-FEED-WHSE
039323             READ DL100-WHSE-FILE NEXT
039324                 AT END
039325                     PERFORM 2150-ADVANCE-FEED THRU 2150-EXIT
039326                 NOT AT END
039327                     PERFORM 2165-TAKE-WAREHOUSE-ITEM
039328                         THRU 2165-EXIT
039330             END-READ
039340         WHEN OTHER
039350             SET DL100-EOF TO TRUE
039400*****************************************************************
039410* 2150-ADVANCE-FEED - STEP TO THE NEXT FEED THAT CAN BE         *
039420* OPENED.  A MISSING REGIONAL FILE (NOT EVERY SITE SENDS EVERY  *
039425* DAY) IS SKIPPED, AS IS A MISSING OR UNOPENABLE RESUBMIT       *
039430* QUEUE; THE FUTURE-DATED WAREHOUSE IS THE LAST FEED, AND ITS   *
039435* END (OR A WAREHOUSE WITH NOTHING DUE) ENDS THE INPUT.         *
039450*****************************************************************
039460 2150-ADVANCE-FEED.
039470     MOVE 'N' TO DL100-FEED-READY-SW
039850             ELSE
039860                 ADD 1 TO DL100-FEED-IDX
039870             END-IF
039871         WHEN 6
039872             IF DL100-WHSE-AVAILABLE AND NOT DL100-SUPP-PASS
039873                 PERFORM 2157-START-WAREHOUSE THRU 2157-EXIT
039874             ELSE
039875                 ADD 1 TO DL100-FEED-IDX
039876             END-IF
039880         WHEN OTHER
039881             SET DL100-EOF TO TRUE
039882     END-EVALUATE.
039883 2155-EXIT.
039884     EXIT.
039885
039886*****************************************************************
039887* 2157-START-WAREHOUSE - POSITION THE WAREHOUSE AT ITS FIRST    *
039888* RECORD. THE FEED READS IN EFFECTIVE-DATE ORDER AND STOPS AT   *
039889* THE FIRST ITEM DATED AFTER THE BUSINESS DATE (2165). A        *
039890* SUPPLEMENTAL PASS SKIPS THE FEED - PASS 1 ALREADY TOOK        *
039891* TODAY'S ITEMS IN.                                             *
039892*****************************************************************
039893 2157-START-WAREHOUSE.
039894     MOVE ZERO TO DL100-WHSE-EFF-DATE
039895     MOVE ZERO TO DL100-WHSE-ARRIVED
039896     MOVE ZERO TO DL100-WHSE-SEQ
039897     SET DL100-FEED-READY TO TRUE
039898     START DL100-WHSE-FILE KEY >= DL100-WHSE-KEY
039899         INVALID KEY
039900             MOVE 'N' TO DL100-FEED-READY-SW
039901             ADD 1 TO DL100-FEED-IDX
039902             GO TO 2157-EXIT
039903     END-START
039904     SET DL100-WHSE-USED TO TRUE.
039905 2157-EXIT.
039906     EXIT.
039907
039908*****************************************************************
039909* 2160-CHECK-WAREHOUSE-DUE - IS THE WAREHOUSE RECORD JUST READ  *
039910* DUE INTO TODAY'S RUN. AN ITEM WAITING WITH AN EFFECTIVE DATE  *
039911* ON OR BEFORE THE BUSINESS DATE IS DUE. SO IS ONE A FRESH RUN  *
039912* OF TODAY ALREADY RELEASED - A RERUN FEEDS THE SAME ITEMS      *
039913* AGAIN - BUT NOT ON A SUPPLEMENTAL RUN OR PASS, WHICH ONLY     *
039914* ADDS TO WHAT THE DAY HAS ALREADY STAGED.                      *
039915*****************************************************************
039916 2160-CHECK-WAREHOUSE-DUE.
039917     MOVE 'N' TO DL100-WHSE-DUE-SW
039918     IF DL100-WHSE-EFF-DATE > DL100-RUN-DATE
039919         GO TO 2160-EXIT
039920     END-IF
039921     IF DL100-WHSE-WAITING
039922         SET DL100-WHSE-ITEM-DUE TO TRUE
039923         GO TO 2160-EXIT
039924     END-IF
039925     IF DL100-WHSE-RELEASED
039926         AND DL100-WHSE-RELEASE-DATE = DL100-RUN-DATE
039927         AND NOT DL100-SUPP-PASS
039928         AND NOT DL100-MODE-SUPPLEMENTAL
039929         SET DL100-WHSE-ITEM-DUE TO TRUE
039930     END-IF.
039931 2160-EXIT.
039932     EXIT.
039933
039934*****************************************************************
039935* 2165-TAKE-WAREHOUSE-ITEM - THE FIRST ITEM DATED AFTER THE     *
039936* BUSINESS DATE ENDS THE FEED; AN ITEM NOT DUE (RELEASED        *
039937* EARLIER TODAY) IS PASSED OVER; A DUE ITEM BECOMES THE RECORD  *
039938* READ, EXACTLY AS IT ARRIVED.                                  *
039939*****************************************************************
039940 2165-TAKE-WAREHOUSE-ITEM.
039941     IF DL100-WHSE-EFF-DATE > DL100-RUN-DATE
039942         PERFORM 2150-ADVANCE-FEED THRU 2150-EXIT
039943         GO TO 2165-EXIT
039944     END-IF
039945     PERFORM 2160-CHECK-WAREHOUSE-DUE THRU 2160-EXIT
039946     IF DL100-WHSE-ITEM-DUE
039947         MOVE DL100-WHSE-BODY TO DL100-INPUT-BODY
039948         SET DL100-GOT-RECORD TO TRUE
039949     END-IF.
039950 2165-EXIT.
039951     EXIT.
039952
039953*****************************************************************
039954* 2170-STAMP-SOURCE - STAMP THE RECORD WITH ITS SOURCE CODE    *
039960* AND RESOLVE THE PER-SOURCE TOTALS SUBSCRIPT.  THE REGIONAL   *
039970* FEEDS ALWAYS STAMP THEIR OWN CODE; TBLIN AND THE RESUBMIT    *
039980* QUEUE KEEP A CODE ALREADY STAMPED (FED-BACK OVERFLOW AND     *
039990* REPAIRED REJECTS KEEP THEIR REGION) AND DEFAULT TO THEIR     *
040000* OWN OTHERWISE.  AN UNRECOGNIZED CODE IS RESTAMPED WITH THE   *
040010* FEED'S OWN, SO THE TOTALS ALWAYS FOOT.                       *
040012* A RELEASED WAREHOUSE ITEM ALWAYS STAMPS F, SO THE DAY IT      *
040014* COMES IN IS TOTALLED UNDER THE WAREHOUSE; THE REGION THAT     *
040016* SENT IT IS KEPT ON THE WAREHOUSE RECORD.                      *
040017* AN OUTSIDE FEED CANNOT CARRY A SUPERVISOR'S RELEASE MARK, SO  *
040018* THE REGIONAL AND WAREHOUSE FEEDS ALSO CLEAR BODY BYTE 80.     *
040020*****************************************************************
040030 2170-STAMP-SOURCE.
040040     IF DL100-FEED-EAST OR DL100-FEED-CENTRAL OR DL100-FEED-WEST
040045         OR DL100-FEED-WHSE
040047         MOVE SPACE TO DL100-INP-HOLD-RLSE
040050         MOVE DL100-SOURCE-CODE(DL100-FEED-IDX)
040060             TO DL100-INP-SOURCE
040070     END-IF
040120     MOVE ZERO TO DL100-SRC-IDX
040130     PERFORM 2175-MATCH-ONE-SOURCE THRU 2175-EXIT
040140         VARYING DL100-SRC-DSP-IDX FROM 1 BY 1
040150         UNTIL DL100-SRC-DSP-IDX > 6
040160            OR DL100-SRC-IDX > ZERO
040170     IF DL100-SRC-IDX = ZERO
040180         MOVE DL100-SOURCE-CODE(DL100-FEED-IDX)
040330     EXIT.
040331
040332*****************************************************************
040333* 2200-CONVERT-INPUT - THE RECORD JUST READ, AT ITS             *
040334* BASE-CURRENCY VALUE, INTO DL100-INP-BASE-AMT FOR THE PROOF    *
040335* LEGS AND THE ITEM-LIMIT CHECK.  THE CONVERSION OUTCOME IS     *
040336* LEFT IN DL100-CNV-STATUS FOR 2355-VALIDATE-CURRENCY.          *
040337*****************************************************************
040338 2200-CONVERT-INPUT.
040339     MOVE DL100-INP-AMOUNT   TO DL100-CNV-AMOUNT
040340     MOVE DL100-INP-CURRENCY TO DL100-CNV-CURRENCY
040341     PERFORM 2210-CONVERT-TO-BASE THRU 2210-EXIT
040342     MOVE DL100-CNV-BASE-AMT TO DL100-INP-BASE-AMT.
040343 2200-EXIT.
040344     EXIT.
040345
040346*****************************************************************
040347* 2205-FIND-RATE - POINT DL100-RATE-FOUND-IDX AT                *
040348* DL100-CNV-CURRENCY ON THE RATE TABLE, OR LEAVE IT ZERO        *
040349*****************************************************************
040350 2205-FIND-RATE.
040351     MOVE ZERO TO DL100-RATE-FOUND-IDX
040352     PERFORM 2206-MATCH-ONE-RATE THRU 2206-EXIT
040353         VARYING DL100-RATE-IDX FROM 1 BY 1
040354         UNTIL DL100-RATE-IDX > DL100-RATE-CTR
040355             OR DL100-RATE-FOUND-IDX > ZERO.
040356 2205-EXIT.
040357     EXIT.
040358
040359*****************************************************************
040360* 2206-MATCH-ONE-RATE                                           *
040361*****************************************************************
040362 2206-MATCH-ONE-RATE.
040363     IF DL100-RT-CURRENCY(DL100-RATE-IDX) = DL100-CNV-CURRENCY
040364         MOVE DL100-RATE-IDX TO DL100-RATE-FOUND-IDX
040365     END-IF.
040366 2206-EXIT.
040367     EXIT.
040368
040369*****************************************************************
040370* 2210-CONVERT-TO-BASE - DL100-CNV-AMOUNT IN DL100-CNV-CURRENCY *
040371* TO BASE CURRENCY AT THE BUSINESS DATE'S RATE, ROUNDED TO THE  *
040372* UNIT.  BASE CURRENCY (OR NO CODE AT ALL) CONVERTS AT PAR.  AN *
040373* UNKNOWN CURRENCY, ONE WITH NO RATE FOR THE DAY, OR A RESULT   *
040374* TOO BIG FOR AN AMOUNT FIELD LEAVES THE ORIGINAL AMOUNT AS THE *
040375* BASE FIGURE AND SAYS WHY IN DL100-CNV-STATUS.  A NON-NUMERIC  *
040376* AMOUNT CONVERTS TO ZERO.                                      *
040377*****************************************************************
040378 2210-CONVERT-TO-BASE.
040379     SET DL100-CNV-OK TO TRUE
040380     MOVE ZERO TO DL100-CNV-BASE-AMT
040381     IF DL100-CNV-AMOUNT IS NOT NUMERIC
040382         GO TO 2210-EXIT
040383     END-IF
040384     MOVE DL100-CNV-AMOUNT  TO DL100-CNV-AMT-NUM
040385     MOVE DL100-CNV-AMT-NUM TO DL100-CNV-BASE-AMT
040386     IF DL100-CNV-CURRENCY = SPACES
040387         OR DL100-CNV-CURRENCY = DL100-BASE-CURRENCY
040388         GO TO 2210-EXIT
040389     END-IF
040390     PERFORM 2205-FIND-RATE THRU 2205-EXIT
040391     IF DL100-RATE-FOUND-IDX = ZERO
040392         SET DL100-CNV-UNKNOWN TO TRUE
040393         GO TO 2210-EXIT
040394     END-IF
040395     IF NOT DL100-RT-HAVE-RATE(DL100-RATE-FOUND-IDX)
040396         SET DL100-CNV-NO-RATE TO TRUE
040397         GO TO 2210-EXIT
040398     END-IF
040399     COMPUTE DL100-CNV-BASE-AMT ROUNDED =
040400             DL100-CNV-AMT-NUM
040401           * DL100-RT-RATE(DL100-RATE-FOUND-IDX)
040402         ON SIZE ERROR
040403             MOVE DL100-CNV-AMT-NUM TO DL100-CNV-BASE-AMT
040404             SET DL100-CNV-TOO-LARGE TO TRUE
040405     END-COMPUTE.
040406 2210-EXIT.
040407     EXIT.
040408
040409*****************************************************************
040410* 2300-VALIDATE-ENTRY - REQUIRED KEY, NUMERIC AMOUNT, A         *
040411* WELL-FORMED DATE, A KNOWN TRANSACTION CODE, AND A CURRENCY    *
040412* WITH A RATE FOR THE BUSINESS DATE.  A KEY THE DL610           *
040413* CONVERSION MOVED TO A NEW NUMBER IS TRANSLATED FIRST (2340),  *
040414* SO EVERY LATER CHECK SEES THE LIVE KEY.  THE                  *
040415* DUPLICATE-KEY CHECK APPLIES TO ADDS ONLY - A REVERSAL OR      *
040416* ADJUSTMENT ARRIVES WITH THE SAME KEY AS THE STAGED ENTRY IT   *
040417* CORRECTS, AND ITS MATCHING IS DONE WHERE IT IS APPLIED.       *
040418* AN ITEM DATED AFTER THE BUSINESS DATE (2352) IS CHECKED FOR   *
040419* DUPLICATES AND AGAINST ITS LIMIT WHEN IT IS RELEASED, NOT     *
040420* NOW.                                                          *
040421* A FAILURE IS LOGGED TO TBLEXCP.                               *
040422*****************************************************************
040423 2300-VALIDATE-ENTRY.
040424     SET DL100-ENTRY-VALID TO TRUE
040425     MOVE 'N' TO DL100-FUTURE-SW
040426     IF DL100-INP-KEY = SPACES
040427         SET DL100-ENTRY-INVALID TO TRUE
040428         MOVE 'MISSING KEY' TO DL100-REJECT-REASON
040429     END-IF
040430     IF DL100-ENTRY-VALID
040431         PERFORM 2340-TRANSLATE-KEY THRU 2340-EXIT
040432     END-IF
040433     IF DL100-ENTRY-VALID AND DL100-INP-AMOUNT NOT NUMERIC
040434         SET DL100-ENTRY-INVALID TO TRUE
040435         MOVE 'AMOUNT NOT NUMERIC' TO DL100-REJECT-REASON
040436     END-IF
040450     IF DL100-ENTRY-VALID
040550         PERFORM 2350-VALIDATE-DATE THRU 2350-EXIT
040650     END-IF
040670         SET DL100-ENTRY-INVALID TO TRUE
040680         MOVE 'INVALID TRANSACTION CODE' TO DL100-REJECT-REASON
040690     END-IF
040692     IF DL100-ENTRY-VALID
040694         PERFORM 2355-VALIDATE-CURRENCY THRU 2355-EXIT
040696     END-IF
040700     IF DL100-ENTRY-VALID AND DL100-TXN-ADD
040710         PERFORM 2360-CHECK-REFERENCE THRU 2360-EXIT
040720     END-IF
040750     IF DL100-ENTRY-VALID AND DL100-TXN-ADD
040800         AND NOT DL100-ENTRY-FUTURE
040850         PERFORM 2370-CHECK-DUPLICATE-KEY THRU 2370-EXIT
040870     END-IF
040890     IF DL100-ENTRY-VALID AND DL100-TXN-ADD
040910         AND NOT DL100-ENTRY-FUTURE
040930         PERFORM 2380-CHECK-ITEM-LIMIT THRU 2380-EXIT
040950     END-IF
041050     IF DL100-ENTRY-INVALID
041150         PERFORM 2390-WRITE-EXCEPTION THRU 2390-EXIT
041450     EXIT.
041550
041650*****************************************************************
041651* 2340-TRANSLATE-KEY - A KEY ON THE TBLKXRF CROSS-REFERENCE WAS *
041652* RENUMBERED OR MERGED AWAY BY DL610.  FOR KEY-GRACE-DAYS       *
041653* BUSINESS DAYS AFTER THE CONVERSION (COUNTED ON THE DL900      *
041654* CALENDAR UP TO THE BUSINESS DATE) THE ITEM IS CARRIED UNDER   *
041655* ITS SUCCESSOR, WITH A KEY-XLATE AUDIT LINE NAMING BOTH KEYS,  *
041656* SO THE FEEDS HAVE TIME TO CATCH UP.  AFTER THAT THE OLD KEY   *
041657* REJECTS WITH ITS OWN REASON AND LISTS ON TBLUNKR.  A KEY      *
041658* DL600 HAS SINCE REOPENED TRADES UNDER ITS OWN NUMBER AGAIN    *
041659* AND IS LEFT ALONE.  EVERY TRANSACTION CODE IS TRANSLATED - A  *
041660* REVERSAL OR ADJUSTMENT MUST FIND ITS ADD UNDER THE SAME KEY.  *
041661*****************************************************************
041662 2340-TRANSLATE-KEY.
041663     IF NOT DL100-XREF-AVAILABLE
041664         GO TO 2340-EXIT
041665     END-IF
041666     MOVE DL100-INP-KEY TO DL610-XREF-OLD-KEY
041667     READ DL100-XREF-FILE
041668         INVALID KEY
041669             GO TO 2340-EXIT
041670     END-READ
041671     IF DL100-AREF-AVAILABLE
041672         MOVE DL100-INP-KEY TO DL100-AREF-KEY
041673         READ DL100-AREF-FILE
041674             INVALID KEY
041675                 CONTINUE
041676             NOT INVALID KEY
041677                 IF DL100-AREF-IS-OPEN
041678                     GO TO 2340-EXIT
041679                 END-IF
041680         END-READ
041681     END-IF
041682     MOVE 'B' TO DL900-CAL-FUNC
041683     MOVE DL610-XREF-CONV-DATE TO DL900-CAL-DATE-1
041684     MOVE DL100-RUN-DATE       TO DL900-CAL-DATE-2
041685     CALL 'DL900' USING DL900-CAL-REQUEST
041686     IF DL900-CAL-BUSDAYS > DL100-KEY-GRACE-DAYS
041687         SET DL100-ENTRY-INVALID TO TRUE
041688         MOVE 'CONVERTED KEY - GRACE PERIOD ENDED'
041689             TO DL100-REJECT-REASON
041690         PERFORM 2365-REPORT-UNKNOWN-KEY THRU 2365-EXIT
041691         GO TO 2340-EXIT
041692     END-IF
041693     ADD 1 TO DL100-XLATE-CTR
041694     MOVE 'KEY-XLATE' TO DL100-AUD-EVENT-TYPE
041695     MOVE SPACES TO DL100-AUD-REASON
041696     STRING 'OLD KEY ' DL100-INP-KEY ' TRANSLATED TO '
041697         DL610-XREF-NEW-KEY DELIMITED BY SIZE
041698         INTO DL100-AUD-REASON
041699     MOVE DL610-XREF-NEW-KEY TO DL100-INP-KEY
041700     MOVE DL100-INP-KEY      TO DL100-AUD-KEY
041701     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
041702 2340-EXIT.
041703     EXIT.
041704
041705*****************************************************************
041750* 2350-VALIDATE-DATE - DL100-INP-DATE MUST BE NUMERIC CCYYMMDD, *
041850* A REAL CALENDAR DATE, AND A PROCESSING DAY ON THE SHOP        *
041860* BUSINESS CALENDAR.  THE CALENDAR QUESTIONS GO TO DL900 SO     *
041870* EVERY PROGRAM THAT ASKS "IS THIS A BUSINESS DAY" GETS THE     *
041880* SAME ANSWER.                                                  *
041890* A DATE AFTER THE BUSINESS DATE GOES TO THE WAREHOUSE (2352)   *
041900* WHATEVER KIND OF DAY IT IS; WHEN IT COMES BACK ON THE         *
041910* WAREHOUSE FEED A WEEKEND OR HOLIDAY DATE IS NO LONGER HELD    *
041920* AGAINST IT.                                                   *
041950*****************************************************************
042050 2350-VALIDATE-DATE.
042150     IF DL100-INP-DATE NOT NUMERIC
042430         MOVE 'INVALID CALENDAR DATE' TO DL100-REJECT-REASON
042440         GO TO 2350-EXIT
042450     END-IF
042451     IF DL100-WHSE-AVAILABLE
042452         AND DL100-INP-DATE > DL100-RUN-DATE
042453         PERFORM 2352-CHECK-WAREHOUSE-DATE THRU 2352-EXIT
042454         GO TO 2350-EXIT
042455     END-IF
042460     IF DL900-CAL-NON-BUSINESS
042465         AND NOT DL100-FEED-WHSE
042470         SET DL100-ENTRY-INVALID TO TRUE
042480         MOVE 'NON-PROCESSING DATE' TO DL100-REJECT-REASON
042490     END-IF.
043750 2350-EXIT.
043752     EXIT.
043754
043756*****************************************************************
043758* 2352-CHECK-WAREHOUSE-DATE - AN ITEM DATED AFTER THE BUSINESS  *
043760* DATE IS WAREHOUSED UNTIL THE DL900 CALENDAR REACHES IT,       *
043762* UNLESS IT IS MORE THAN WAREHOUSE-DAYS BUSINESS DAYS AHEAD -   *
043764* THAT IS A BAD DATE, NOT AN EARLY ONE, AND IT REJECTS.         *
043766*****************************************************************
043768 2352-CHECK-WAREHOUSE-DATE.
043770     MOVE 'B' TO DL900-CAL-FUNC
043772     MOVE DL100-RUN-DATE TO DL900-CAL-DATE-1
043774     MOVE DL100-INP-DATE TO DL900-CAL-DATE-2
043776     CALL 'DL900' USING DL900-CAL-REQUEST
043778     IF DL900-CAL-BUSDAYS > DL100-WAREHOUSE-DAYS
043780         SET DL100-ENTRY-INVALID TO TRUE
043782         MOVE 'DATED TOO FAR AHEAD' TO DL100-REJECT-REASON
043784         GO TO 2352-EXIT
043786     END-IF
043788     SET DL100-ENTRY-FUTURE TO TRUE.
043790 2352-EXIT.
043792     EXIT.
043794
043796*****************************************************************
043798* 2355-VALIDATE-CURRENCY - THE ITEM'S CURRENCY MUST BE ONE      *
043800* TREASURY QUOTES, WITH A RATE FOR THE BUSINESS DATE, AND ITS   *
043802* BASE VALUE MUST FIT AN AMOUNT FIELD.  THE CONVERSION ITSELF   *
043804* WAS DONE IN 2000 FOR THE INPUT PROOF LEG.                     *
043806*****************************************************************
043808 2355-VALIDATE-CURRENCY.
043810     EVALUATE TRUE
043812         WHEN DL100-CNV-UNKNOWN
043814             SET DL100-ENTRY-INVALID TO TRUE
043816             MOVE 'UNKNOWN CURRENCY CODE' TO DL100-REJECT-REASON
043818         WHEN DL100-CNV-NO-RATE
043820             SET DL100-ENTRY-INVALID TO TRUE
043822             MOVE 'NO RATE FOR BUSINESS DATE'
043824                 TO DL100-REJECT-REASON
043826         WHEN DL100-CNV-TOO-LARGE
043828             SET DL100-ENTRY-INVALID TO TRUE
043830             MOVE 'BASE-CURRENCY AMOUNT TOO LARGE'
043832                 TO DL100-REJECT-REASON
043834         WHEN OTHER
043836             CONTINUE
043838     END-EVALUATE.
043840 2355-EXIT.
043850     EXIT.
043950
043951*****************************************************************
046950 2379-EXIT.
046960     EXIT.
047004*****************************************************************
047005* 2380-CHECK-ITEM-LIMIT - AN ADD THAT PASSED EVERY OTHER CHECK  *
047006* BUT IS FOR MORE THAN ITS KEY'S SINGLE-ITEM LIMIT (THE TBLAREF *
047007* RECORD 2360 JUST READ) IS HELD FOR A SUPERVISOR INSTEAD OF    *
047008* STAGED.  NO LIMIT, NO REFERENCE MASTER, OR NO HELD-ITEMS FILE *
047009* LEAVES THE CHECK OFF.  AN ITEM A SUPERVISOR ALREADY RELEASED  *
047010* (DL320) CARRIES DL100-INP-HOLD-RELEASED AND IS NOT HELD A     *
047011* SECOND TIME - HONORED ONLY ON THE RESUBMIT QUEUE AND ON A     *
047012* SUPPLEMENTAL PASS'S FED-BACK OVERFLOW, NEVER ON A FEED FROM   *
047013* OUTSIDE THE SHOP.                                             *
047014*****************************************************************
047015 2380-CHECK-ITEM-LIMIT.
047016     IF NOT DL100-AREF-AVAILABLE
047017         OR NOT DL100-HELD-AVAILABLE
047018         OR DL100-AREF-ITEM-LIMIT NOT NUMERIC
047019         GO TO 2380-EXIT
047020     END-IF
047021     MOVE DL100-AREF-ITEM-LIMIT TO DL100-ITEM-LIMIT
047022     IF DL100-ITEM-LIMIT = ZERO
047023         GO TO 2380-EXIT
047024     END-IF
047025     IF DL100-INP-HOLD-RELEASED
047026         AND (DL100-FEED-RSUB OR DL100-SUPP-PASS)
047027         GO TO 2380-EXIT
047028     END-IF
047029*    THE LIMIT IS A BASE-CURRENCY FIGURE
047030     IF DL100-INP-BASE-AMT > DL100-ITEM-LIMIT
047031         SET DL100-ENTRY-HELD TO TRUE
047032     END-IF.
047033 2380-EXIT.
047034     EXIT.
047035*****************************************************************
047050* 2390-WRITE-EXCEPTION - LOG A REJECTED ROW WITH ITS REASON     *
047150*****************************************************************
047250 2390-WRITE-EXCEPTION.
047462         MOVE DL100-INP-AMOUNT TO DL100-INP-AMT-NUM
047463         ADD DL100-INP-AMT-NUM
047464             TO DL100-SRC-REJAMT-CTR(DL100-SRC-IDX)
047465         ADD DL100-INP-BASE-AMT TO DL100-BAL-REJ-AMT
047467     END-IF
047550     MOVE DL100-COUNT         TO DL100-EXC-COUNT
047650     MOVE DL100-REJECT-REASON TO DL100-EXC-REASON
051050     ADD 1 TO DL100-OV-SEQ-CTR
051060     ADD 1 TO DL100-SRC-OVFL-CTR(DL100-SRC-IDX)
051070     IF DL100-INP-AMOUNT IS NUMERIC
051080         ADD DL100-INP-BASE-AMT TO DL100-BAL-OVFL-AMT
051100     END-IF
051250     MOVE DL100-INPUT-BODY    TO DL100-OVERFLOW-RECORD
051350     WRITE DL100-OVERFLOW-RECORD
051560     MOVE DL100-INP-KEY            TO DL100-AUD-KEY
051650     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
051750 2600-EXIT.
051751     EXIT.
051752
051753*****************************************************************
051754* 2560-HOLD-LARGE-ITEM - PARK AN OVER-LIMIT ADD, WHOLE, ON      *
051755* TBLHELD FOR A SUPERVISOR TO RELEASE OR DECLINE ONLINE         *
051756* (DL320).  THE AMOUNT LEAVES TODAY'S PIPELINE HERE, SO IT IS   *
051757* COUNTED FOR THE RECONCILIATION AND THE AMOUNT PROOF THE SAME  *
051758* WAY AN OVERFLOW IS.  ON A RESTART AN ALREADY-HELD KEY IS      *
051759* SIMPLY REWRITTEN.                                             *
051760*****************************************************************
051761 2560-HOLD-LARGE-ITEM.
051762     MOVE 'N' TO DL100-HOLD-SW
051763     ADD 1 TO DL100-HELD-CTR
051764     ADD 1 TO DL100-HELD-SEQ-CTR
051765     ADD DL100-INP-BASE-AMT TO DL100-BAL-HELD-AMT
051766     MOVE DL100-HELD-SEQ-CTR  TO DL100-HELD-KEY
051767     SET DL100-HELD-IS-HELD   TO TRUE
051768     MOVE DL100-RUN-DATE      TO DL100-HELD-DATE
051769     MOVE DL100-ITEM-LIMIT    TO DL100-HELD-LIMIT
051770     MOVE ZERO                TO DL100-HELD-ACTION-DATE
051771     MOVE ZERO                TO DL100-HELD-QUEUE-KEY
051772     MOVE DL100-INPUT-BODY    TO DL100-HELD-BODY
051773     MOVE SPACE               TO DL100-HELD-BDY-RELEASE
051774     WRITE DL100-HELD-RECORD
051775         INVALID KEY
051776             REWRITE DL100-HELD-RECORD
051777     END-WRITE
051778     MOVE 'HELD'                   TO DL100-AUD-EVENT-TYPE
051779     MOVE 'OVER ITEM LIMIT - HELD FOR RELEASE'
051780         TO DL100-AUD-REASON
051781     MOVE DL100-INP-KEY            TO DL100-AUD-KEY
051782     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
051783 2560-EXIT.
051784     EXIT.
051785
051786*****************************************************************
051787* 2570-WAREHOUSE-FUTURE-ITEM - PARK AN ITEM DATED AFTER THE     *
051788* BUSINESS DATE ON TBLWHSE, KEYED BY ITS DATE, TO COME BACK ON  *
051789* THE WAREHOUSE FEED OF THE FIRST RUN THAT REACHES IT. LIKE A   *
051790* HELD ITEM IT LEAVES TODAY'S PIPELINE HERE, SO IT IS COUNTED   *
051791* FOR THE RECONCILIATION AND THE AMOUNT PROOF. ON A RESTART AN  *
051792* ALREADY-WAREHOUSED ITEM IS SIMPLY REWRITTEN.                  *
051793*****************************************************************
051794 2570-WAREHOUSE-FUTURE-ITEM.
051795     MOVE 'N' TO DL100-FUTURE-SW
051796     ADD 1 TO DL100-WHSE-CTR
051797     ADD 1 TO DL100-WHSE-SEQ-CTR
051798     ADD DL100-INP-BASE-AMT TO DL100-BAL-WHSE-AMT
051799     MOVE DL100-INP-DATE      TO DL100-WHSE-EFF-DATE
051800     MOVE DL100-RUN-DATE      TO DL100-WHSE-ARRIVED
051801     MOVE DL100-WHSE-SEQ-CTR  TO DL100-WHSE-SEQ
051802     SET DL100-WHSE-WAITING   TO TRUE
051803     MOVE ZERO                TO DL100-WHSE-RELEASE-DATE
051804     MOVE DL100-INP-SOURCE    TO DL100-WHSE-ORIG-SOURCE
051805     MOVE DL100-INP-BASE-AMT  TO DL100-WHSE-BASE-AMT
051806     MOVE DL100-INPUT-BODY    TO DL100-WHSE-BODY
051807     WRITE DL100-WHSE-RECORD
051808         INVALID KEY
051809             REWRITE DL100-WHSE-RECORD
051810     END-WRITE
051811     MOVE 'WAREHOUSED'             TO DL100-AUD-EVENT-TYPE
051812     MOVE 'DATED AFTER BUSINESS DATE - WAREHOUSED'
051813         TO DL100-AUD-REASON
051814     MOVE DL100-INP-KEY            TO DL100-AUD-KEY
051815     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
051816 2570-EXIT.
051850     EXIT.
051950
051951*****************************************************************
051983             MOVE DL100-ENTRY-AMOUNT(DL100-MATCH-POS)
051984                 TO DL100-CORR-WRK-AMOUNT
051985             MOVE SPACES TO DL100-CORR-WRK-OLD-AMT
051986             MOVE DL100-ENTRY-CURRENCY(DL100-MATCH-POS)
051987                 TO DL100-CORR-WRK-CURRENCY
051988             PERFORM 7650-QUEUE-CORRECTION THRU 7650-EXIT
051989         END-IF
051990     END-IF
051991*    BOTH SIDES OF THE REVERSAL LEAVE THE PIPELINE, EACH AT ITS
051992*    BASE-CURRENCY VALUE: THE STAGED AMOUNT BACKED OUT AND THE
051993*    REVERSAL RECORD'S OWN AMOUNT
051994     IF DL100-ENTRY-AMOUNT(DL100-MATCH-POS) IS NUMERIC
051995         MOVE DL100-ENTRY-AMOUNT(DL100-MATCH-POS)
051996             TO DL100-CNV-AMOUNT
051997         MOVE DL100-ENTRY-CURRENCY(DL100-MATCH-POS)
051998             TO DL100-CNV-CURRENCY
051999         PERFORM 2210-CONVERT-TO-BASE THRU 2210-EXIT
052000         ADD DL100-CNV-BASE-AMT TO DL100-BAL-RVSL-AMT
052001     END-IF
052002     IF DL100-INP-AMOUNT IS NUMERIC
052003         ADD DL100-INP-BASE-AMT TO DL100-BAL-RVSL-AMT
052004     END-IF
052005     PERFORM 2530-REMOVE-TABLE-ENTRY THRU 2530-EXIT
052006     ADD 1 TO DL100-RVSL-CTR
052007     MOVE 'REVERSAL'                TO DL100-AUD-EVENT-TYPE
052008     MOVE 'REVERSAL APPLIED - ENTRY BACKED OUT'
052009         TO DL100-AUD-REASON
052010     MOVE DL100-INP-KEY             TO DL100-AUD-KEY
052011     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
052012 2520-EXIT.
052013     EXIT.
052014
052015*****************************************************************
052016* 2530-REMOVE-TABLE-ENTRY - CLOSE THE GAP AT DL100-MATCH-POS    *
052017* BY SHIFTING THE ENTRIES ABOVE IT DOWN ONE.  POSITIONS FROM    *
052018* THE GAP UP HAVE MOVED OFF WHAT THE CHECKPOINT FILE HOLDS, SO  *
052019* DL100-LAST-CKPT IS PULLED BACK TO FORCE A RE-FLUSH FROM THE   *
052020* GAP ON.  THE DETAIL RECORD LEFT AT THE OLD HIGH KEY IS        *
052021* HARMLESS - A RELOAD ONLY READS KEYS 1 THRU DL100-COUNT.       *
052022*****************************************************************
052023 2530-REMOVE-TABLE-ENTRY.
052024*    NET THE REMOVED ENTRY BACK OUT OF ITS OWN SOURCE'S LOADED
052025*    TOTAL - THE REVERSAL RECORD'S SOURCE MAY NOT BE THE SAME
052026*    REGION THE STAGED ENTRY CAME FROM
052027     EVALUATE DL100-ENTRY-SOURCE(DL100-MATCH-POS)
052028         WHEN 'M' MOVE 1 TO DL100-SRC-DSP-IDX
052029         WHEN 'E' MOVE 2 TO DL100-SRC-DSP-IDX
052030         WHEN 'C' MOVE 3 TO DL100-SRC-DSP-IDX
052031         WHEN 'W' MOVE 4 TO DL100-SRC-DSP-IDX
052032         WHEN 'R' MOVE 5 TO DL100-SRC-DSP-IDX
052033         WHEN 'F' MOVE 6 TO DL100-SRC-DSP-IDX
052034         WHEN OTHER MOVE DL100-SRC-IDX TO DL100-SRC-DSP-IDX
052035     END-EVALUATE
052036     IF DL100-SRC-LOADED-CTR(DL100-SRC-DSP-IDX) > ZERO
052037         SUBTRACT 1 FROM DL100-SRC-LOADED-CTR(DL100-SRC-DSP-IDX)
052038     END-IF
052039     IF DL100-MATCH-POS < DL100-COUNT
052040         PERFORM 2535-SHIFT-ONE-ENTRY THRU 2535-EXIT
052041             VARYING DL100-SHIFT-IDX FROM DL100-MATCH-POS BY 1
052042             UNTIL DL100-SHIFT-IDX >= DL100-COUNT
052043     END-IF
052044     SUBTRACT 1 FROM DL100-COUNT
052045     IF DL100-LAST-CKPT >= DL100-MATCH-POS
052046         COMPUTE DL100-LAST-CKPT = DL100-MATCH-POS - 1
052047     END-IF.
052048 2530-EXIT.
052049     EXIT.
052050
052051*****************************************************************
052052* 2535-SHIFT-ONE-ENTRY                                          *
052053*****************************************************************
052054 2535-SHIFT-ONE-ENTRY.
052055     MOVE DL100-TABLE-ENTRY(DL100-SHIFT-IDX + 1)
052056         TO DL100-TABLE-ENTRY(DL100-SHIFT-IDX).
052057 2535-EXIT.
052058     EXIT.
052059
052060*****************************************************************
052061* 2540-APPLY-ADJUSTMENT - REPLACE THE AMOUNT ON THE STAGED      *
052062* ENTRY MATCHING DL100-INP-KEY.  THE ENTRY KEEPS ITS ORIGINAL   *
052063* DATE, CURRENCY AND POSITION; ONLY THE AMOUNT CHANGES, SO THE  *
052064* EXTRACT HASH TOTAL PICKS UP THE CORRECTED FIGURE.  AN         *
052065* ADJUSTMENT WITH NO STAGED MATCH, OR IN ANOTHER CURRENCY, IS   *
052066* REJECTED TO TBLEXCP.                                          *
052067*****************************************************************
052068 2540-APPLY-ADJUSTMENT.
052069     PERFORM 2378-LOCATE-STAGED-KEY THRU 2378-EXIT
052070     IF DL100-DUP-NOT-FOUND
052071         SET DL100-ENTRY-INVALID TO TRUE
052072         MOVE 'ADJUSTMENT UNMATCHED - NO STAGED ENTRY'
052073             TO DL100-REJECT-REASON
052074         PERFORM 2390-WRITE-EXCEPTION THRU 2390-EXIT
052075         GO TO 2540-EXIT
052076     END-IF
052077*    THE ENTRY KEEPS ITS CURRENCY ALONG WITH ITS DATE, SO THE
052078*    REPLACEMENT AMOUNT MUST BE IN THE SAME MONEY
052079     IF DL100-INP-CURRENCY NOT =
052080             DL100-ENTRY-CURRENCY(DL100-MATCH-POS)
052081         SET DL100-ENTRY-INVALID TO TRUE
052082         MOVE 'ADJUSTMENT CURRENCY NOT THE ENTRY CURRENCY'
052083             TO DL100-REJECT-REASON
052084         PERFORM 2390-WRITE-EXCEPTION THRU 2390-EXIT
052085         GO TO 2540-EXIT
052086     END-IF
052087     IF DL100-CUT-MODE
052088*        A PENDING ENTRY JUST TAKES THE NEW AMOUNT BEFORE IT
052089*        EVER SHIPS; A SHIPPED ONE GOES OUT AS A 'J'
052090*        CORRECTION CARRYING BOTH THE NEW AND THE REPLACED
052091*        AMOUNT SO THE RECEIVER CAN NET IT
052092         PERFORM 7655-FIND-PENDING-KEY THRU 7655-EXIT
052093         IF DL100-CUT-PEND-FOUND
052094             MOVE DL100-INP-AMOUNT
052095                 TO DL100-PEND-AMOUNT(DL100-CUT-PEND-IDX)
052096         ELSE
052097             MOVE 'J' TO DL100-CORR-WRK-ACTION
052098             MOVE DL100-ENTRY-KEY(DL100-MATCH-POS)
052099                 TO DL100-CORR-WRK-KEY
052100             MOVE DL100-ENTRY-DATE(DL100-MATCH-POS)
052101                 TO DL100-CORR-WRK-DATE
052102             MOVE DL100-INP-AMOUNT TO DL100-CORR-WRK-AMOUNT
052103             MOVE DL100-ENTRY-AMOUNT(DL100-MATCH-POS)
052104                 TO DL100-CORR-WRK-OLD-AMT
052105             MOVE DL100-ENTRY-CURRENCY(DL100-MATCH-POS)
052106                 TO DL100-CORR-WRK-CURRENCY
052107             PERFORM 7650-QUEUE-CORRECTION THRU 7650-EXIT
052108         END-IF
052109     END-IF
052110     IF DL100-ENTRY-AMOUNT(DL100-MATCH-POS) IS NUMERIC
052111         MOVE DL100-ENTRY-AMOUNT(DL100-MATCH-POS)
052112             TO DL100-CNV-AMOUNT
052113         MOVE DL100-ENTRY-CURRENCY(DL100-MATCH-POS)
052114             TO DL100-CNV-CURRENCY
052115         PERFORM 2210-CONVERT-TO-BASE THRU 2210-EXIT
052116         ADD DL100-CNV-BASE-AMT TO DL100-BAL-ADJOLD-AMT
052117     END-IF
052118     MOVE DL100-INP-AMOUNT
052119         TO DL100-ENTRY-AMOUNT(DL100-MATCH-POS)
052120     ADD 1 TO DL100-ADJ-CTR
052121     IF DL100-LAST-CKPT >= DL100-MATCH-POS
052122         COMPUTE DL100-LAST-CKPT = DL100-MATCH-POS - 1
052123     END-IF
052124     MOVE 'ADJUST'                  TO DL100-AUD-EVENT-TYPE
052125     MOVE 'ADJUSTMENT APPLIED - AMOUNT REPLACED'
052126         TO DL100-AUD-REASON
052127     MOVE DL100-INP-KEY             TO DL100-AUD-KEY
052128     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
052129 2540-EXIT.
052130     EXIT.
052131
052132*****************************************************************
052133* 2800-CAPTURE-INPUT-TRAILER - THE UPSTREAM SHOP NOW PUTS A     *
052134* CONTROL TRAILER ON TBLIN CARRYING THEIR RECORD COUNT AND      *
052135* AMOUNT HASH, IN THE SAME SHAPE AS THE TBLXTRCT TRAILER WE     *
052136* WRITE.  IT IS SET ASIDE HERE AND PROVED AGAINST WHAT WAS      *
052137* ACTUALLY READ IN 4500-VERIFY-INPUT-TRAILER ONCE THE INPUT IS  *
052138* EXHAUSTED.  A SECOND TRAILER OVERLAYS THE FIRST AND BOTH ARE  *
052139* COUNTED, WHICH THE VERIFICATION WILL THEN FAIL ON THE COUNT.  *
052140*****************************************************************
052141 2800-CAPTURE-INPUT-TRAILER.
052142     SET DL100-TRL-FOUND TO TRUE
052143     ADD 1 TO DL100-TRL-SEEN-CTR
052144     MOVE DL100-INP-TRL-REC-COUNT  TO DL100-TRL-EXP-COUNT
052145     MOVE DL100-INP-TRL-HASH-TOTAL TO DL100-TRL-EXP-HASH.
052146 2800-EXIT.
052147     EXIT.
052148
052149*****************************************************************
052150* 2700-CHECKPOINT-FLUSH - WRITE EVERY ENTRY ADDED SINCE THE     *
052250* LAST CHECKPOINT AND ADVANCE THE CONTROL RECORD.  DL100-CKPT-  *
052300* READ-COUNT/READ-BYTES ARE PERSISTED HERE TOO, SO A RESTART    *
053335     MOVE DL100-BAL-ADJOLD-AMT      TO DL100-CKPT-BAL-ADJOLD
053336     PERFORM 2720-SAVE-ONE-SOURCE THRU 2720-EXIT
053337         VARYING DL100-SRC-DSP-IDX FROM 1 BY 1
053338         UNTIL DL100-SRC-DSP-IDX > 6
053339     MOVE DL100-HELD-CTR            TO DL100-CKPT-HELD-COUNT
053340     MOVE DL100-HELD-SEQ-CTR        TO DL100-CKPT-HELD-SEQ
053341     MOVE DL100-BAL-HELD-AMT        TO DL100-CKPT-BAL-HELD
053342     MOVE DL100-WHSE-CTR            TO DL100-CKPT-WHSE-COUNT
053343     MOVE DL100-WHSE-SEQ-CTR        TO DL100-CKPT-WHSE-SEQ
053344     MOVE DL100-BAL-WHSE-AMT        TO DL100-CKPT-BAL-WHSE
053350     REWRITE DL100-CKPT-RECORD.
053450 2700-EXIT.
053550     EXIT.
073660     PERFORM 7300-OPEN-EXTRACT-ARCHIVE THRU 7300-EXIT
073750     PERFORM 7100-WRITE-EXTRACT-HEADER THRU 7100-EXIT
073850     MOVE ZERO TO DL100-EXT-HASH-TOTAL
073900     MOVE ZERO TO DL100-EXT-BASE-TOTAL
073950     PERFORM 7200-WRITE-EXTRACT-DETAIL THRU 7200-EXIT
074050         VARYING DL100-EXT-IDX FROM 1 BY 1
074150         UNTIL DL100-EXT-IDX > DL100-COUNT
075750
075850*****************************************************************
075950* 7200-WRITE-EXTRACT-DETAIL - ONE RECORD PER TABLE ENTRY, AND   *
076000* ADD ITS AMOUNT INTO THE RUNNING HASH TOTAL AND ITS BASE-      *
076050* CURRENCY VALUE INTO THE RUNNING BASE TOTAL                    *
076150*****************************************************************
076250 7200-WRITE-EXTRACT-DETAIL.
076300     MOVE SPACES TO DL100-EXTRACT-RECORD
076950         TO DL100-EXT-AMOUNT-NUM
077000     MOVE DL100-ENTRY-SOURCE(DL100-EXT-IDX)
077010         TO DL100-EXT-DTL-SOURCE
077020     MOVE DL100-ENTRY-CURRENCY(DL100-EXT-IDX)
077030         TO DL100-EXT-DTL-CURRENCY
077040     PERFORM 7250-SET-DETAIL-BASE THRU 7250-EXIT
077050     ADD DL100-EXT-AMOUNT-NUM TO DL100-EXT-HASH-TOTAL
077100     ADD DL100-CNV-BASE-AMT TO DL100-EXT-BASE-TOTAL
077150     WRITE DL100-EXTRACT-RECORD
077160     PERFORM 7400-ARCHIVE-ONE-RECORD THRU 7400-EXIT.
077250 7200-EXIT.
077252     EXIT.
077254
077256*****************************************************************
077258* 7250-SET-DETAIL-BASE - THE BASE-CURRENCY EQUIVALENT OF THE    *
077260* DETAIL BEING BUILT, AND OF ITS REPLACED AMOUNT ON AN          *
077262* ADJUSTMENT, ONTO THE DETAIL.  DL100-CNV-BASE-AMT IS LEFT      *
077264* HOLDING THE DETAIL'S OWN BASE FIGURE.                         *
077266*****************************************************************
077268 7250-SET-DETAIL-BASE.
077270     IF DL100-EXT-DTL-OLD-AMOUNT IS NUMERIC
077272         MOVE DL100-EXT-DTL-OLD-AMOUNT TO DL100-CNV-AMOUNT
077274         MOVE DL100-EXT-DTL-CURRENCY   TO DL100-CNV-CURRENCY
077276         PERFORM 2210-CONVERT-TO-BASE THRU 2210-EXIT
077278         MOVE DL100-CNV-BASE-AMT TO DL100-EXT-DTL-OLD-BASE
077280     END-IF
077282     MOVE DL100-EXT-DTL-AMOUNT   TO DL100-CNV-AMOUNT
077284     MOVE DL100-EXT-DTL-CURRENCY TO DL100-CNV-CURRENCY
077286     PERFORM 2210-CONVERT-TO-BASE THRU 2210-EXIT
077288     IF DL100-EXT-DTL-AMOUNT IS NUMERIC
077290         MOVE DL100-CNV-BASE-AMT TO DL100-EXT-DTL-BASE-AMOUNT
077292     END-IF
077294     PERFORM 7260-SET-DETAIL-PERIOD THRU 7260-EXIT.
077296 7250-EXIT.
077298     EXIT.
077300
077302*****************************************************************
077304* 7260-SET-DETAIL-PERIOD - A DETAIL DATED IN A MONTH DL710 HAS  *
077306* ALREADY CLOSED IS MARKED PRIOR-PERIOD, SO THE STATEMENT RUN   *
077308* KNOWS ITS MONEY WENT TO TBLPPAD AND NOT TO THE MONTH THE      *
077310* DETAIL WAS SENT IN.  THE SAME TEST DECIDES THE POSTING IN     *
077312* 7810.  DONE AS PART OF 7250, WHICH EVERY DETAIL WRITER        *
077314* PERFORMS.                                                     *
077316*****************************************************************
077318 7260-SET-DETAIL-PERIOD.
077320     IF DL100-LAST-CLOSED-MONTH > ZERO
077322         AND DL100-EXT-DTL-DATE(1:6) <= DL100-LAST-CLOSED-MONTH
077324         SET DL100-EXT-PRIOR-PERIOD TO TRUE
077326     END-IF.
077328 7260-EXIT.
077350     EXIT.
077450
077550*****************************************************************
078685         TO DL100-PEND-AMOUNT(DL100-CUT-PEND-CTR)
078686     MOVE DL100-INP-SOURCE
078687         TO DL100-PEND-SOURCE(DL100-CUT-PEND-CTR)
078688     MOVE DL100-INP-CURRENCY
078689         TO DL100-PEND-CURRENCY(DL100-CUT-PEND-CTR)
078690     MOVE 'Y' TO DL100-PEND-ACTIVE-SW(DL100-CUT-PEND-CTR)
078691     ADD 1 TO DL100-CUT-STAGED-SINCE.
078692 7510-EXIT.
078693     EXIT.
078694
078695*****************************************************************
078696* 7550-CHECK-CUT-POINTS - A CUT GOES OUT EVERY CUT-INTERVAL     *
078697* STAGED ENTRIES AND AT EACH NAMED CUT-TIME, WHICHEVER COMES    *
078698* FIRST.  CHECKED ONCE PER INPUT RECORD, SO A TIMED CUT STILL   *
078699* FIRES DURING A LONG REJECT OR OVERFLOW STREAK.                *
078700*****************************************************************
078701 7550-CHECK-CUT-POINTS.
078702     IF DL100-CUT-INTERVAL > ZERO
078703         AND DL100-CUT-STAGED-SINCE >= DL100-CUT-INTERVAL
078704         PERFORM 7600-EMIT-CUT THRU 7600-EXIT
078705     END-IF
078706     IF DL100-CUT-TIME-CTR > ZERO
078707         ACCEPT DL100-CUT-NOW-TIME FROM TIME
078708         MOVE DL100-CUT-NOW-TIME(1:4) TO DL100-CUT-NOW-HHMM
078709         PERFORM 7560-CHECK-ONE-CUT-TIME THRU 7560-EXIT
078710             VARYING DL100-CUT-TIME-IDX FROM 1 BY 1
078711             UNTIL DL100-CUT-TIME-IDX > DL100-CUT-TIME-CTR
078712     END-IF.
078713 7550-EXIT.
078714     EXIT.
078715
078716*****************************************************************
078717* 7560-CHECK-ONE-CUT-TIME                                       *
078718*****************************************************************
078719 7560-CHECK-ONE-CUT-TIME.
078720     IF NOT DL100-CUT-TIME-USED(DL100-CUT-TIME-IDX)
078721         AND DL100-CUT-NOW-HHMM >=
078722                 DL100-CUT-TIME(DL100-CUT-TIME-IDX)
078723         MOVE 'Y'
078724             TO DL100-CUT-TIME-USED-SW(DL100-CUT-TIME-IDX)
078725         PERFORM 7600-EMIT-CUT THRU 7600-EXIT
078726     END-IF.
078727 7560-EXIT.
078728     EXIT.
078729
078730*****************************************************************
078731* 7600-EMIT-CUT - SHIP EVERYTHING STAGED SINCE THE LAST CUT     *
078732* (PLUS ANY QUEUED CORRECTIONS) AND CAP IT WITH A 'C' RECORD    *
078733* CARRYING THE CUT NUMBER AND THE CUMULATIVE NET COUNT AND      *
078734* HASH.  AN EMPTY CUT WRITES NOTHING AT ALL.                    *
078735*****************************************************************
078736 7600-EMIT-CUT.
078737     MOVE ZERO TO DL100-CUT-REC-IN-CUT
078738     PERFORM 7610-SHIP-ONE-PENDING THRU 7610-EXIT
078739         VARYING DL100-CUT-PEND-IDX FROM 1 BY 1
078740         UNTIL DL100-CUT-PEND-IDX > DL100-CUT-PEND-CTR
078741     PERFORM 7620-SHIP-ONE-CORRECTION THRU 7620-EXIT
078742         VARYING DL100-CUT-CORR-IDX FROM 1 BY 1
078743         UNTIL DL100-CUT-CORR-IDX > DL100-CUT-CORR-CTR
078744     MOVE ZERO TO DL100-CUT-PEND-CTR
078745     MOVE ZERO TO DL100-CUT-CORR-CTR
078746     MOVE ZERO TO DL100-CUT-STAGED-SINCE
078747     IF DL100-CUT-REC-IN-CUT > ZERO
078748         ADD 1 TO DL100-CUT-NO-CTR
078749         PERFORM 7630-WRITE-CUT-TRAILER THRU 7630-EXIT
078750     END-IF.
078751 7600-EXIT.
078752     EXIT.
078753
078754*****************************************************************
078755* 7610-SHIP-ONE-PENDING - ONE STAGED ENTRY OUT AS AN ADD        *
078756* DETAIL; AN ENTRY REVERSED WHILE STILL PENDING IS PASSED BY    *
078757*****************************************************************
078758 7610-SHIP-ONE-PENDING.
078759     IF NOT DL100-PEND-ACTIVE(DL100-CUT-PEND-IDX)
078760         GO TO 7610-EXIT
078761     END-IF
078762     MOVE SPACES TO DL100-EXTRACT-RECORD
078763     MOVE 'D' TO DL100-EXT-DTL-TYPE
078764     MOVE DL100-PEND-KEY(DL100-CUT-PEND-IDX)
078765         TO DL100-EXT-DTL-KEY
078766     MOVE DL100-PEND-DATE(DL100-CUT-PEND-IDX)
078767         TO DL100-EXT-DTL-DATE
078768     MOVE DL100-PEND-AMOUNT(DL100-CUT-PEND-IDX)
078769         TO DL100-EXT-DTL-AMOUNT
078770     MOVE DL100-PEND-SOURCE(DL100-CUT-PEND-IDX)
078771         TO DL100-EXT-DTL-SOURCE
078772     MOVE DL100-PEND-CURRENCY(DL100-CUT-PEND-IDX)
078773         TO DL100-EXT-DTL-CURRENCY
078774     MOVE 'A' TO DL100-EXT-DTL-ACTION
078775     PERFORM 7250-SET-DETAIL-BASE THRU 7250-EXIT
078776     WRITE DL100-EXTRACT-RECORD
078777     PERFORM 7400-ARCHIVE-ONE-RECORD THRU 7400-EXIT
078778     ADD 1 TO DL100-CUT-REC-IN-CUT
078779     ADD 1 TO DL100-CUT-CUM-COUNT
078780     IF DL100-EXT-DTL-AMOUNT IS NUMERIC
078781         MOVE DL100-EXT-DTL-AMOUNT TO DL100-EXT-AMOUNT-NUM
078782         ADD DL100-EXT-AMOUNT-NUM TO DL100-CUT-CUM-HASH
078783         ADD DL100-CNV-BASE-AMT TO DL100-CUT-CUM-BASE
078784     END-IF.
078785 7610-EXIT.
078786     EXIT.
078787
078788*****************************************************************
078789* 7620-SHIP-ONE-CORRECTION - A REVERSAL OR ADJUSTMENT AGAINST   *
078790* AN ENTRY ALREADY SENT IN AN EARLIER CUT, ACTION-CODED SO THE  *
078791* RECEIVER CAN NET IT; THE CUMULATIVE FIGURES NET HERE TOO      *
078792*****************************************************************
078793 7620-SHIP-ONE-CORRECTION.
078794     MOVE SPACES TO DL100-EXTRACT-RECORD
078795     MOVE 'D' TO DL100-EXT-DTL-TYPE
078796     MOVE DL100-CORR-KEY(DL100-CUT-CORR-IDX)
078797         TO DL100-EXT-DTL-KEY
078798     MOVE DL100-CORR-DATE(DL100-CUT-CORR-IDX)
078799         TO DL100-EXT-DTL-DATE
078800     MOVE DL100-CORR-AMOUNT(DL100-CUT-CORR-IDX)
078801         TO DL100-EXT-DTL-AMOUNT
078802     MOVE DL100-CORR-ACTION(DL100-CUT-CORR-IDX)
078803         TO DL100-EXT-DTL-ACTION
078804     MOVE DL100-CORR-OLD-AMOUNT(DL100-CUT-CORR-IDX)
078805         TO DL100-EXT-DTL-OLD-AMOUNT
078806     MOVE DL100-CORR-CURRENCY(DL100-CUT-CORR-IDX)
078807         TO DL100-EXT-DTL-CURRENCY
078808     PERFORM 7250-SET-DETAIL-BASE THRU 7250-EXIT
078809     WRITE DL100-EXTRACT-RECORD
078810     PERFORM 7400-ARCHIVE-ONE-RECORD THRU 7400-EXIT
078811     ADD 1 TO DL100-CUT-REC-IN-CUT
078812     EVALUATE DL100-CORR-ACTION(DL100-CUT-CORR-IDX)
078813         WHEN 'R'
078814             SUBTRACT 1 FROM DL100-CUT-CUM-COUNT
078815             IF DL100-EXT-DTL-AMOUNT IS NUMERIC
078816                 MOVE DL100-EXT-DTL-AMOUNT
078817                     TO DL100-EXT-AMOUNT-NUM
078818                 SUBTRACT DL100-EXT-AMOUNT-NUM
078819                     FROM DL100-CUT-CUM-HASH
078820                 SUBTRACT DL100-CNV-BASE-AMT
078821                     FROM DL100-CUT-CUM-BASE
078822             END-IF
078823         WHEN 'J'
078824             IF DL100-EXT-DTL-AMOUNT IS NUMERIC
078825                 MOVE DL100-EXT-DTL-AMOUNT
078826                     TO DL100-EXT-AMOUNT-NUM
078827                 ADD DL100-EXT-AMOUNT-NUM TO DL100-CUT-CUM-HASH
078828                 ADD DL100-CNV-BASE-AMT TO DL100-CUT-CUM-BASE
078829             END-IF
078830             IF DL100-EXT-DTL-OLD-AMOUNT IS NUMERIC
078831                 MOVE DL100-EXT-DTL-OLD-AMOUNT
078832                     TO DL100-EXT-AMOUNT-NUM
078833                 SUBTRACT DL100-EXT-AMOUNT-NUM
078834                     FROM DL100-CUT-CUM-HASH
078835                 IF DL100-EXT-DTL-OLD-BASE IS NUMERIC
078836                     MOVE DL100-EXT-DTL-OLD-BASE
078837                         TO DL100-EXT-AMOUNT-NUM
078838                     SUBTRACT DL100-EXT-AMOUNT-NUM
078839                         FROM DL100-CUT-CUM-BASE
078840                 END-IF
078841             END-IF
078842         WHEN OTHER
078843             CONTINUE
078844     END-EVALUATE.
078845 7620-EXIT.
078846     EXIT.
078847
078848*****************************************************************
078849* 7630-WRITE-CUT-TRAILER                                        *
078850*****************************************************************
078851 7630-WRITE-CUT-TRAILER.
078852     MOVE SPACES TO DL100-EXTRACT-RECORD
078853     MOVE 'C' TO DL100-EXT-CUT-TYPE
078854     MOVE DL100-CUT-NO-CTR     TO DL100-EXT-CUT-NO
078855     MOVE DL100-CUT-REC-IN-CUT TO DL100-EXT-CUT-REC-COUNT
078856     MOVE DL100-CUT-CUM-COUNT  TO DL100-EXT-CUT-CUM-COUNT
078857     MOVE DL100-CUT-CUM-HASH   TO DL100-EXT-CUT-CUM-HASH
078858     WRITE DL100-EXTRACT-RECORD
078859     PERFORM 7400-ARCHIVE-ONE-RECORD THRU 7400-EXIT.
078860 7630-EXIT.
078861     EXIT.
078862
078863*****************************************************************
078864* 7650-QUEUE-CORRECTION - A FULL QUEUE FORCES A CUT OUT FIRST,  *
078865* SO NOTHING IS EVER DROPPED                                    *
078866*****************************************************************
078867 7650-QUEUE-CORRECTION.
078868     IF DL100-CUT-CORR-CTR >= 500
078869         PERFORM 7600-EMIT-CUT THRU 7600-EXIT
078870     END-IF
078871     ADD 1 TO DL100-CUT-CORR-CTR
078872     MOVE DL100-CORR-WRK-ACTION
078873         TO DL100-CORR-ACTION(DL100-CUT-CORR-CTR)
078874     MOVE DL100-CORR-WRK-KEY
078875         TO DL100-CORR-KEY(DL100-CUT-CORR-CTR)
078876     MOVE DL100-CORR-WRK-DATE
078877         TO DL100-CORR-DATE(DL100-CUT-CORR-CTR)
078878     MOVE DL100-CORR-WRK-AMOUNT
078879         TO DL100-CORR-AMOUNT(DL100-CUT-CORR-CTR)
078880     MOVE DL100-CORR-WRK-OLD-AMT
078881         TO DL100-CORR-OLD-AMOUNT(DL100-CUT-CORR-CTR)
078882     MOVE DL100-CORR-WRK-CURRENCY
078883         TO DL100-CORR-CURRENCY(DL100-CUT-CORR-CTR).
078884 7650-EXIT.
078885     EXIT.
078886
078887*****************************************************************
078888* 7655-FIND-PENDING-KEY - IS DL100-INP-KEY STILL WAITING ON     *
078889* THE PENDING LIST, OR ALREADY SHIPPED IN AN EARLIER CUT        *
078890*****************************************************************
078891 7655-FIND-PENDING-KEY.
078892     MOVE 'N'  TO DL100-CUT-FOUND-SW
078893     MOVE ZERO TO DL100-CUT-PEND-IDX
078894     PERFORM 7656-MATCH-ONE-PENDING THRU 7656-EXIT
078895         VARYING DL100-CUT-SEED-IDX FROM 1 BY 1
078896         UNTIL DL100-CUT-SEED-IDX > DL100-CUT-PEND-CTR
078897            OR DL100-CUT-PEND-FOUND.
078898 7655-EXIT.
078899     EXIT.
078900
078901*****************************************************************
078902* 7656-MATCH-ONE-PENDING                                        *
078903*****************************************************************
078904 7656-MATCH-ONE-PENDING.
078905     IF DL100-PEND-ACTIVE(DL100-CUT-SEED-IDX)
078906         AND DL100-PEND-KEY(DL100-CUT-SEED-IDX) = DL100-INP-KEY
078907         MOVE 'Y' TO DL100-CUT-FOUND-SW
078908         MOVE DL100-CUT-SEED-IDX TO DL100-CUT-PEND-IDX
078909     END-IF.
078910 7656-EXIT.
078911     EXIT.
078912
078913*****************************************************************
078914* 7700-FINAL-CUT - THE LAST CUT AND THE FINAL TRAILER.  THE     *
078915* TRAILER CARRIES THE CUMULATIVE NET COUNT AND HASH, WHICH IS   *
078916* WHAT TBLRUNH RECORDS FOR THE DL400 ACKNOWLEDGMENT MATCH; A    *
078917* DRIFT AGAINST THE STAGED TABLE COUNT IS AUDITED SO IT CANNOT  *
078918* PASS SILENTLY.                                                *
078919*****************************************************************
078920 7700-FINAL-CUT.
078921     PERFORM 7600-EMIT-CUT THRU 7600-EXIT
078922     MOVE SPACES TO DL100-EXTRACT-RECORD
078923     MOVE 'T' TO DL100-EXT-TRL-TYPE
078924     MOVE DL100-CUT-CUM-COUNT TO DL100-EXT-TRL-REC-COUNT
078925     MOVE DL100-CUT-CUM-HASH  TO DL100-EXT-TRL-HASH-TOTAL
078926     WRITE DL100-EXTRACT-RECORD
078927     PERFORM 7400-ARCHIVE-ONE-RECORD THRU 7400-EXIT
078928     MOVE DL100-CUT-CUM-HASH TO DL100-EXT-HASH-TOTAL
078929     MOVE DL100-CUT-CUM-BASE TO DL100-EXT-BASE-TOTAL
078930     IF DL100-CUT-CUM-COUNT NOT = DL100-COUNT
078931         MOVE 'CUT-DRIFT' TO DL100-AUD-EVENT-TYPE
078932         MOVE 'CUT CUMULATIVE COUNT OFF THE STAGED TABLE'
078933             TO DL100-AUD-REASON
078934         PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
078935     END-IF
078936     CLOSE DL100-EXTRACT-FILE
078937     IF DL100-XARC-AVAILABLE
078938         CLOSE DL100-XARC-FILE
078939     END-IF.
078940 7700-EXIT.
078941     EXIT.
078942
078943*****************************************************************
078944* 7750-ABANDON-CUTS - THE INPUT TRAILER FAILED AFTER INTERIM    *
078945* CUTS HAD ALREADY SHIPPED.  THE CUTS ARE VOID: NO FINAL        *
078946* TRAILER GOES OUT, THE DATE'S ARCHIVE RECORDS ARE PURGED, AND  *
078947* THE VOID IS AUDITED AND DISPLAYED SO OPERATIONS TELLS         *
078948* SETTLEMENT TO DISCARD WHAT IT RECEIVED.  RC 8 (THE TRAILER    *
078949* FAILURE) ALREADY HOLDS EVERYTHING DOWNSTREAM.                 *
078950*****************************************************************
078951 7750-ABANDON-CUTS.
078952     MOVE 'CUT-VOID' TO DL100-AUD-EVENT-TYPE
078953     MOVE 'INTERIM CUTS VOID - INPUT TRAILER FAILED'
078954         TO DL100-AUD-REASON
078955     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
078956     IF DL100-XARC-AVAILABLE
078957         PERFORM 7450-PURGE-DATE-FROM-ARCHIVE THRU 7450-EXIT
078958     END-IF
078959     CLOSE DL100-EXTRACT-FILE
078960     IF DL100-XARC-AVAILABLE
078961         CLOSE DL100-XARC-FILE
078962     END-IF
078963     DISPLAY 'DL100 - INTERIM CUTS VOID - '
078964         'TELL SETTLEMENT TO DISCARD THE DAY'.
078965 7750-EXIT.
078966     EXIT.
078967
078968*****************************************************************
078969* 7800-POST-MTD-MASTER - ADD THE DAY'S STAGED AMOUNTS INTO THE  *
078970* MONTH-TO-DATE POSTING MASTER (TBLMSTR), ONE RECORD PER KEY    *
078971* WITH AN MTD AMOUNT, OCCURRENCE COUNT, AND FIRST/LAST-POSTED   *
078972* DATES.  A POSTING THAT LANDS IN A NEW CALENDAR MONTH ROLLS    *
078973* THE TOTALS OVER AUTOMATICALLY.  A KEY ALREADY POSTED ON OR    *
078974* AFTER TODAY'S BUSINESS DATE IS SKIPPED, NOT ADDED AGAIN -     *
078975* THAT IS WHAT KEEPS A SAME-DATE RERUN, AND A BACKDATED RERUN   *
078976* AFTER LATER DAYS (OR A NEW MONTH) HAVE POSTED, FROM           *
078977* DOUBLE-COUNTING OR WIPING THE MASTER (THE SKIPS ARE COUNTED   *
078978* AND AUDITED SO A RERUN'S POSTING PICTURE IS ON THE RECORD).   *
078979* RUNS AFTER THE EXTRACT, GATED BY THE SAME TRAILER-FAILURE     *
078980* CHECK, SO THE MASTER ONLY EVER REFLECTS DAYS THAT SHIPPED.    *
078981* THE FILE IS CREATED ON FIRST USE, LIKE TBLCKPT.               *
078982* AN ITEM DATED IN A MONTH DL710 HAS ALREADY CLOSED DOES NOT    *
078983* POST HERE - ITS MONTH IS SHUT, AND ADDING IT TO THE CURRENT   *
078984* MONTH WOULD MISSTATE BOTH.  IT GOES TO THE TBLPPAD            *
078985* PRIOR-PERIOD ADJUSTMENT FILE (7830) FOR DL730 TO APPLY TO     *
078986* TBLYTD UNDER ITS OWN MONTH.                                   *
078987*****************************************************************
078988 7800-POST-MTD-MASTER.
078989     OPEN I-O DL100-MASTER-FILE
078990     IF DL100-MSTR-FSTATUS NOT = '00'
078991         AND DL100-MSTR-FSTATUS NOT = '05'
078992         OPEN OUTPUT DL100-MASTER-FILE
078993         CLOSE DL100-MASTER-FILE
078994         OPEN I-O DL100-MASTER-FILE
078995     END-IF
078996     PERFORM 7805-OPEN-PRIOR-PERIOD THRU 7805-EXIT
078997     PERFORM 7810-POST-ONE-ENTRY THRU 7810-EXIT
078998         VARYING DL100-MSTR-IDX FROM 1 BY 1
078999         UNTIL DL100-MSTR-IDX > DL100-COUNT
079000     CLOSE DL100-MASTER-FILE
079001     IF DL100-LAST-CLOSED-MONTH > ZERO
079002         CLOSE DL100-PPAD-FILE
079003     END-IF
079004     MOVE 'MTD-POST' TO DL100-AUD-EVENT-TYPE
079005     MOVE SPACES TO DL100-AUD-REASON
079006     MOVE DL100-MSTR-POST-CTR TO DL100-CAPACITY-ECHO
079007     STRING 'KEYS POSTED TO MTD MASTER: '
079008         DL100-CAPACITY-ECHO DELIMITED BY SIZE
079009         INTO DL100-AUD-REASON
079010     PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
079011     IF DL100-MSTR-SKIP-CTR > ZERO
079012         MOVE 'MTD-SKIP' TO DL100-AUD-EVENT-TYPE
079013         MOVE SPACES TO DL100-AUD-REASON
079014         MOVE DL100-MSTR-SKIP-CTR TO DL100-CAPACITY-ECHO
079015         STRING 'KEYS ALREADY POSTED THIS DATE: '
079016             DL100-CAPACITY-ECHO DELIMITED BY SIZE
079017             INTO DL100-AUD-REASON
079018         PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
079019     END-IF
079020     IF DL100-PPAD-CTR > ZERO
079021         MOVE 'PRIOR-PER' TO DL100-AUD-EVENT-TYPE
079022         MOVE SPACES TO DL100-AUD-REASON
079023         MOVE DL100-PPAD-CTR TO DL100-CAPACITY-ECHO
079024         STRING 'ITEMS TO PRIOR-PERIOD FILE: '
079025             DL100-CAPACITY-ECHO DELIMITED BY SIZE
079026             INTO DL100-AUD-REASON
079027         PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
079028     END-IF.
079029 7800-EXIT.
079030     EXIT.
079031
079032*****************************************************************
079033* 7810-POST-ONE-ENTRY                                           *
079034*****************************************************************
079035 7810-POST-ONE-ENTRY.
079036     MOVE DL100-ENTRY-KEY(DL100-MSTR-IDX) TO DL100-MSTR-KEY
079037*    THE MASTER IS KEPT IN BASE CURRENCY
079038     MOVE DL100-ENTRY-AMOUNT(DL100-MSTR-IDX)
079039         TO DL100-CNV-AMOUNT
079040     MOVE DL100-ENTRY-CURRENCY(DL100-MSTR-IDX)
079041         TO DL100-CNV-CURRENCY
079042     PERFORM 2210-CONVERT-TO-BASE THRU 2210-EXIT
079043     MOVE DL100-CNV-BASE-AMT TO DL100-MSTR-AMT-NUM
079044     IF DL100-LAST-CLOSED-MONTH > ZERO
079045         AND DL100-ENTRY-DATE(DL100-MSTR-IDX)(1:6)
079046             <= DL100-LAST-CLOSED-MONTH
079047         PERFORM 7830-ROUTE-PRIOR-PERIOD THRU 7830-EXIT
079048         GO TO 7810-EXIT
079049     END-IF
079050     READ DL100-MASTER-FILE
079051         INVALID KEY
079052             MOVE DL100-ENTRY-KEY(DL100-MSTR-IDX)
079053                 TO DL100-MSTR-KEY
079054             MOVE DL100-MSTR-AMT-NUM TO DL100-MSTR-MTD-AMOUNT
079055             MOVE 1 TO DL100-MSTR-MTD-COUNT
079056             MOVE DL100-RUN-DATE TO DL100-MSTR-FIRST-POSTED
079057             MOVE DL100-RUN-DATE TO DL100-MSTR-LAST-POSTED
079058             WRITE DL100-MSTR-RECORD
079059             ADD 1 TO DL100-MSTR-POST-CTR
079060             ADD DL100-MSTR-AMT-NUM TO DL100-BAL-MTD-AMT
079061         NOT INVALID KEY
079062             PERFORM 7820-POST-EXISTING-KEY THRU 7820-EXIT
079063     END-READ.
079064 7810-EXIT.
079065     EXIT.
079066
079067*****************************************************************
079068* 7820-POST-EXISTING-KEY - ROLL THE MONTH OVER IF THE LAST      *
079069* POSTING WAS IN A PRIOR MONTH, GUARD AGAINST A SAME-DATE       *
079070* REPOST, THEN ACCUMULATE                                       *
079071*****************************************************************
079072 7820-POST-EXISTING-KEY.
079073*    A KEY POSTED ON OR AFTER THE BUSINESS DATE HAS THIS DATE'S
079074*    MONEY IN THE MASTER ALREADY - A SAME-DATE RERUN, A
079075*    BACKDATED RERUN AFTER LATER DAYS POSTED, AND A BACKDATED
079076*    RERUN AFTER THE MONTH ROLLED ALL SKIP RATHER THAN
079077*    DOUBLE-ADD OR WIPE THE NEW MONTH
079078     IF DL100-MSTR-LAST-POSTED >= DL100-RUN-DATE
079079         ADD 1 TO DL100-MSTR-SKIP-CTR
079080         ADD DL100-MSTR-AMT-NUM TO DL100-BAL-MTD-SKIP-AMT
079081         GO TO 7820-EXIT
079082     END-IF
079083     IF DL100-MSTR-LAST-POSTED(1:6) NOT = DL100-RUN-DATE(1:6)
079084         MOVE ZERO TO DL100-MSTR-MTD-AMOUNT
079085         MOVE ZERO TO DL100-MSTR-MTD-COUNT
079086         MOVE DL100-RUN-DATE TO DL100-MSTR-FIRST-POSTED
079087     END-IF
079088     ADD DL100-MSTR-AMT-NUM TO DL100-MSTR-MTD-AMOUNT
079089     ADD 1 TO DL100-MSTR-MTD-COUNT
079090     MOVE DL100-RUN-DATE TO DL100-MSTR-LAST-POSTED
079091     REWRITE DL100-MSTR-RECORD
079092     ADD 1 TO DL100-MSTR-POST-CTR
079093     ADD DL100-MSTR-AMT-NUM TO DL100-BAL-MTD-AMT.
079094 7820-EXIT.
079095     EXIT.
079096
079097*****************************************************************
079098* 7805-OPEN-PRIOR-PERIOD - THE TBLPPAD PRIOR-PERIOD ADJUSTMENT  *
079099* FILE, CREATED ON FIRST USE LIKE THE MASTER.  ONLY OPENED ONCE *
079100* A MONTH HAS BEEN CLOSED - UNTIL THEN NOTHING CAN BE ROUTED TO *
079101* IT.                                                           *
079102*****************************************************************
079103 7805-OPEN-PRIOR-PERIOD.
079104     IF DL100-LAST-CLOSED-MONTH = ZERO
079105         GO TO 7805-EXIT
079106     END-IF
079107     OPEN I-O DL100-PPAD-FILE
079108     IF DL100-PPAD-FSTATUS NOT = '00'
079109         AND DL100-PPAD-FSTATUS NOT = '05'
079110         OPEN OUTPUT DL100-PPAD-FILE
079111         CLOSE DL100-PPAD-FILE
079112         OPEN I-O DL100-PPAD-FILE
079113     END-IF.
079114 7805-EXIT.
079115     EXIT.
079116
079117*****************************************************************
079118* 7830-ROUTE-PRIOR-PERIOD - ONE TBLPPAD RECORD FOR A STAGED     *
079119* ITEM DATED IN A CLOSED MONTH, KEYED BY THAT MONTH, THE        *
079120* BUSINESS DATE AND THE KEY.  A RECORD ALREADY THERE FOR THE    *
079121* SAME DATE MEANS A RERUN ROUTED IT BEFORE; IT IS COUNTED AS A  *
079122* SAME-DATE SKIP, AS 7820 DOES FOR A REPOST, RATHER THAN ADDED  *
079123* TWICE.                                                        *
079124*****************************************************************
079125 7830-ROUTE-PRIOR-PERIOD.
079126     MOVE SPACES TO DL100-PPAD-RECORD
079127     MOVE DL100-ENTRY-DATE(DL100-MSTR-IDX)(1:6)
079128         TO DL100-PPAD-MONTH
079129     MOVE DL100-RUN-DATE TO DL100-PPAD-RUN-DATE
079130     MOVE DL100-ENTRY-KEY(DL100-MSTR-IDX) TO DL100-PPAD-ENTRY-KEY
079131     MOVE DL100-ENTRY-DATE(DL100-MSTR-IDX)
079132         TO DL100-PPAD-ENTRY-DATE
079133     MOVE DL100-MSTR-AMT-NUM TO DL100-PPAD-AMOUNT
079134     MOVE DL100-ENTRY-AMOUNT(DL100-MSTR-IDX)
079135         TO DL100-PPAD-ORIG-AMOUNT
079136     MOVE DL100-ENTRY-CURRENCY(DL100-MSTR-IDX)
079137         TO DL100-PPAD-CURRENCY
079138     MOVE DL100-ENTRY-SOURCE(DL100-MSTR-IDX)
079139         TO DL100-PPAD-SOURCE
079140     MOVE ZERO TO DL100-PPAD-APPLIED-DATE
079141     WRITE DL100-PPAD-RECORD
079142         INVALID KEY
079143             ADD 1 TO DL100-MSTR-SKIP-CTR
079144             ADD DL100-MSTR-AMT-NUM TO DL100-BAL-MTD-SKIP-AMT
079145             GO TO 7830-EXIT
079146     END-WRITE
079147     ADD 1 TO DL100-PPAD-CTR
079148     ADD DL100-MSTR-AMT-NUM TO DL100-BAL-PPAD-AMT.
079149 7830-EXIT.
079150     EXIT.
079151
079152*****************************************************************
079153* 7950-RECONCILE-COUNTS - PROVE THAT EVERY RECORD (AND EVERY     *
079154* BYTE) READ FROM TBLIN LANDED SOMEWHERE: IN DL100-TABLE, ON THE *
079155* OVERFLOW FILE, OR ON THE EXCEPTION FILE AS A VALIDATION       *
079156* REJECT.  A MISMATCH MEANS ROWS (OR BYTES) WENT MISSING (OR    *
079157* WERE COUNTED TWICE) SOMEWHERE IN THE LOAD, SO IT IS FLAGGED   *
079158* HERE THE SAME DAY RATHER THAN SURFACING LATER AS AN AUDIT     *
079250* DISCREPANCY.  PRIOR-DAY DUPLICATE FLAGS ARE NOT PART OF THIS  *
079350* TOTAL - THOSE ROWS ARE ALREADY COUNTED IN DL100-COUNT; THE    *
079450* PRIOR-DAY CHECK ONLY FLAGS THEM, IT DOES NOT PULL THEM BACK   *
079580* FOR ONE, SINCE IT CONSUMES A READ WITHOUT CHANGING THE COUNT. *
079590* UPSTREAM CONTROL TRAILERS CONSUME A READ EACH WITHOUT EVER    *
079600* BECOMING AN ENTRY, SO THEY ARE COUNTED IN TOO.                *
079610* AN ADD HELD OVER ITS KEY'S LIMIT (TBLHELD) IS ONE MORE PLACE  *
079620* A READ CAN LAND.                                              *
079630* SO IS AN ITEM DATED AFTER THE BUSINESS DATE AND WAREHOUSED    *
079640* (TBLWHSE).                                                    *
079650*****************************************************************
079750 7950-RECONCILE-COUNTS.
079850     COMPUTE DL100-BAL-EXPECTED =
080060                 + (2 * DL100-RVSL-CTR)
080070                 + DL100-ADJ-CTR
080080                 + DL100-TRL-SEEN-CTR
080085                 + DL100-HELD-CTR
080090                 + DL100-WHSE-CTR
080100     COMPUTE DL100-BAL-EXPECTED-BYTES =
080110             DL100-BAL-EXPECTED * LENGTH OF DL100-INPUT-RECORD
080150     IF DL100-BAL-EXPECTED = DL100-INPUT-READ-CTR
081282         DL100-BAL-BYTES-RESULT
081284     PERFORM 7960-DISPLAY-ONE-SOURCE THRU 7960-EXIT
081286         VARYING DL100-SRC-DSP-IDX FROM 1 BY 1
081306         UNTIL DL100-SRC-DSP-IDX > 6.
081350 7950-EXIT.
081450     EXIT.
081460
081910             MOVE DL100-REJ-RATE-PCT  TO DL100-ALR-ACTUAL
081920             PERFORM 9100-WRITE-ALERT-RECORD THRU 9100-EXIT
081930         END-IF
081931     END-IF.
081932 7970-EXIT.
081933     EXIT.
081934
081935*****************************************************************
081936* 7990-PROVE-AMOUNT-LEGS - WALK THE DAY'S MONEY END TO END ON   *
081937* TBLBALR: INPUT AMOUNT TOTAL, LESS THE AMOUNTS THAT            *
081938* LEGITIMATELY LEFT THE PIPELINE (REJECTS, OVERFLOW,            *
081939* REVERSALS, ADJUSTMENT AMOUNTS REPLACED), MUST EQUAL THE       *
081940* EXTRACT BASE AMOUNT; AND THE DAY'S MTD MOVEMENT PLUS          *
081941* SAME-DATE SKIPS MUST EQUAL THE EXTRACT BASE AMOUNT TOO.       *
081942* EVERY LEG IS IN BASE CURRENCY AT THE BUSINESS DATE'S RATES;   *
081943* THE TRAILER HASH STILL PRINTS, BUT IT SUMS THE ORIGINAL       *
081944* AMOUNTS SETTLEMENT RECEIVES AND ONLY EQUALS THE BASE AMOUNT   *
081945* ON A SINGLE-CURRENCY DAY.  EACH LEG, EACH DIFFERENCE, AND A   *
081946* VERDICT PER STAGE PRINT; A BREAK AUDITS, ALERTS, AND ENDS     *
081947* THE STEP RC 4 (SEE 8000) SO THE SCHEDULER HOLDS THE           *
081948* SETTLEMENT SEND.  A TRAILER-FAILED RUN SHIPPED NOTHING, SO    *
081949* ONLY THE INPUT-SIDE LEGS PRINT.                               *
081950* ITEMS HELD OVER THEIR LIMIT LEAVE THE DAY THE WAY OVERFLOW    *
081951* DOES AND COME BACK ON A LATER INPUT LEG WHEN RELEASED.        *
081952* SO DO FUTURE-DATED ITEMS WAREHOUSED UNTIL THEIR DATE.         *
081953* PRIOR-PERIOD ITEMS SHIP ON THE EXTRACT BUT POST TO TBLPPAD,   *
081954* NOT THE MASTER, SO THEY ARE A LEG OF THE POSTING STAGE.       *
081955*****************************************************************
081956 7990-PROVE-AMOUNT-LEGS.
081957*    A CONTINUATION RUN EXTENDS THE DAY'S PROOF REPORT, THE
081958*    SAME WAY 1150 TREATS THE OTHER LOG FILES - EACH PASS'S
081959*    PROOF STACKS INSTEAD OF CLOBBERING THE ONE BEFORE IT
081960     IF DL100-RESTARTED OR DL100-SUPP-PASS
081961         OR DL100-MODE-SUPPLEMENTAL
081962         OPEN EXTEND DL100-BALANCE-FILE
081963     ELSE
081964         OPEN OUTPUT DL100-BALANCE-FILE
081965     END-IF
081966     MOVE 'BUSINESS DATE'            TO DL100-BLR-LABEL
081967     MOVE DL100-RUN-DATE             TO DL100-BLR-AMOUNT
081968     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
081969     MOVE 'INPUT AMOUNT TOTAL (ALL FEEDS)' TO DL100-BLR-LABEL
081970     MOVE DL100-BAL-INP-AMT          TO DL100-BLR-AMOUNT
081971     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
081972     MOVE 'LESS REJECTED AMOUNTS'    TO DL100-BLR-LABEL
081973     MOVE DL100-BAL-REJ-AMT          TO DL100-BLR-AMOUNT
081974     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
081975     MOVE 'LESS OVERFLOWED AMOUNTS'  TO DL100-BLR-LABEL
081976     MOVE DL100-BAL-OVFL-AMT         TO DL100-BLR-AMOUNT
081977     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
081978     MOVE 'LESS REVERSED AMOUNTS'    TO DL100-BLR-LABEL
081979     MOVE DL100-BAL-RVSL-AMT         TO DL100-BLR-AMOUNT
081980     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
081981     MOVE 'LESS ADJUSTED-AWAY AMOUNTS' TO DL100-BLR-LABEL
081982     MOVE DL100-BAL-ADJOLD-AMT       TO DL100-BLR-AMOUNT
081983     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
081984     MOVE 'LESS HELD AMOUNTS'        TO DL100-BLR-LABEL
081985     MOVE DL100-BAL-HELD-AMT         TO DL100-BLR-AMOUNT
081986     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
081987     MOVE 'LESS WAREHOUSED AMOUNTS'  TO DL100-BLR-LABEL
081988     MOVE DL100-BAL-WHSE-AMT         TO DL100-BLR-AMOUNT
081989     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
081990     COMPUTE DL100-BAL-EXPECTED-AMT =
081991             DL100-BAL-INP-AMT - DL100-BAL-REJ-AMT
081992                 - DL100-BAL-OVFL-AMT - DL100-BAL-RVSL-AMT
081993                 - DL100-BAL-ADJOLD-AMT - DL100-BAL-HELD-AMT
081994                 - DL100-BAL-WHSE-AMT
081995     MOVE 'EXPECTED EXTRACT HASH'    TO DL100-BLR-LABEL
081996     MOVE DL100-BAL-EXPECTED-AMT     TO DL100-BLR-AMOUNT
081997     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
081998     IF DL100-TRL-FAILED
081999         MOVE 'EXTRACT SUPPRESSED - NO SHIPPED LEGS TO PROVE'
082000             TO DL100-BLV-TEXT
082001         PERFORM 7996-WRITE-VERDICT-LINE THRU 7996-EXIT
082002         GO TO 7990-CLOSE
082003     END-IF
082004     MOVE 'ACTUAL EXTRACT TRAILER HASH' TO DL100-BLR-LABEL
082005     MOVE DL100-EXT-HASH-TOTAL       TO DL100-BLR-AMOUNT
082006     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
082007     MOVE 'ACTUAL EXTRACT BASE AMOUNT' TO DL100-BLR-LABEL
082008     MOVE DL100-EXT-BASE-TOTAL       TO DL100-BLR-AMOUNT
082009     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
082010     COMPUTE DL100-BAL-AMT-DIFF =
082011             DL100-BAL-EXPECTED-AMT - DL100-EXT-BASE-TOTAL
082012     MOVE 'EXTRACT STAGE DIFFERENCE' TO DL100-BLR-LABEL
082013     MOVE DL100-BAL-AMT-DIFF         TO DL100-BLR-AMOUNT
082014     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
082015     IF DL100-BAL-AMT-DIFF = ZERO
082016         MOVE 'EXTRACT STAGE IN BALANCE' TO DL100-BLV-TEXT
082017     ELSE
082018         MOVE 'EXTRACT STAGE OUT OF BALANCE' TO DL100-BLV-TEXT
082019         SET DL100-AMT-BREAK TO TRUE
082020     END-IF
082021     PERFORM 7996-WRITE-VERDICT-LINE THRU 7996-EXIT
082022     MOVE 'MTD AMOUNT POSTED'        TO DL100-BLR-LABEL
082023     MOVE DL100-BAL-MTD-AMT          TO DL100-BLR-AMOUNT
082024     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
082025     MOVE 'MTD SAME-DATE SKIP AMOUNTS' TO DL100-BLR-LABEL
082026     MOVE DL100-BAL-MTD-SKIP-AMT     TO DL100-BLR-AMOUNT
082027     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
082028     MOVE 'PRIOR-PERIOD ADJUSTMENT AMOUNTS' TO DL100-BLR-LABEL
082029     MOVE DL100-BAL-PPAD-AMT         TO DL100-BLR-AMOUNT
082030     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
082031     COMPUTE DL100-BAL-MTD-PROOF = DL100-BAL-MTD-AMT
082032             + DL100-BAL-MTD-SKIP-AMT + DL100-BAL-PPAD-AMT
082038     COMPUTE DL100-BAL-AMT-DIFF =
082039             DL100-EXT-BASE-TOTAL - DL100-BAL-MTD-PROOF
082040     MOVE 'POSTING STAGE DIFFERENCE' TO DL100-BLR-LABEL
082041     MOVE DL100-BAL-AMT-DIFF         TO DL100-BLR-AMOUNT
082042     PERFORM 7995-WRITE-PROOF-LINE THRU 7995-EXIT
082104     IF DL100-AREF-AVAILABLE
082105         CLOSE DL100-AREF-FILE
082106     END-IF
082111     IF DL100-HELD-AVAILABLE
082116         CLOSE DL100-HELD-FILE
082121     END-IF
082126     IF DL100-XREF-AVAILABLE
082131         CLOSE DL100-XREF-FILE
082136     END-IF
082141     IF DL100-WHSE-AVAILABLE
082146         IF DL100-WHSE-USED AND NOT DL100-TRL-FAILED
082151*            THE RELEASED ITEMS SHIPPED WITH THE DAY'S OUTPUTS -
082156*            MARK THEM SO A LATER RUN CANNOT FEED THEM AGAIN.  A
082161*            TRAILER-FAILED RUN LEAVES THEM WAITING FOR THE RERUN,
082166*            AS IT LEAVES THE RESUBMIT QUEUE.
082171             PERFORM 8050-MARK-WAREHOUSE-RELEASED THRU 8050-EXIT
082176         END-IF
082181         CLOSE DL100-WHSE-FILE
082186     END-IF
082191     IF DL100-RSUB-USED
082196         CLOSE DL100-RESUBMIT-FILE
082201         IF NOT DL100-TRL-FAILED
082206*            THE QUEUED REPAIRS SHIPPED WITH THE DAY'S OUTPUTS
082211*            - EMPTY THE QUEUE SO THEY CANNOT FEED A SECOND
082216*            TIME TOMORROW.  A TRAILER-FAILED RUN SUPPRESSED
082221*            EVERYTHING DOWNSTREAM, SO THE QUEUE IS LEFT
082226*            INTACT FOR THE RERUN.
082231             OPEN OUTPUT DL100-RESUBMIT-FILE
082236             CLOSE DL100-RESUBMIT-FILE
082241         END-IF
082246     END-IF
082251     DISPLAY 'DL100 - ENTRIES LOADED    : ' DL100-COUNT
082256     DISPLAY 'DL100 - ENTRIES OVERFLOWED : ' DL100-OV-SEQ-CTR
082261     DISPLAY 'DL100 - ENTRIES REJECTED   : ' DL100-EXC-SEQ-CTR
082266     DISPLAY 'DL100 - REVERSALS APPLIED  : ' DL100-RVSL-CTR
082271     DISPLAY 'DL100 - ADJUSTMENTS APPLIED: ' DL100-ADJ-CTR
082276     DISPLAY 'DL100 - UNKNOWN KEYS       : ' DL100-UNK-KEY-CTR
082281     DISPLAY 'DL100 - ITEMS HELD         : ' DL100-HELD-CTR
082286     DISPLAY 'DL100 - KEYS TRANSLATED    : ' DL100-XLATE-CTR
082291     DISPLAY 'DL100 - PRIOR-PERIOD ITEMS : ' DL100-PPAD-CTR
082296     DISPLAY 'DL100 - ITEMS WAREHOUSED   : ' DL100-WHSE-CTR
082301     DISPLAY 'DL100 - WAREHOUSE RELEASED : ' DL100-WHSE-RLSE-CTR
082306     PERFORM 8100-WRITE-RUN-HISTORY THRU 8100-EXIT
082311     IF DL100-AMT-BREAK AND NOT DL100-TRL-FAILED
082316*        THE SCHEDULER HOLDS THE SETTLEMENT SEND ON A MONEY
082321*        BREAK; A TRAILER FAILURE OUTRANKS IT WITH RC 8
082326         MOVE 4 TO RETURN-CODE
082331     END-IF
082336     IF DL100-TRL-FAILED
082341*        SET LAST - A CALLED SUBPROGRAM'S GOBACK RESETS THE
082346*        REGISTER, SO THE STEP CODE IS POSTED AFTER EVERY CALL
082351         MOVE 8 TO RETURN-CODE
082356     END-IF.
082361 8000-EXIT.
082366     EXIT.
082371
082376*****************************************************************
082381* 8050-MARK-WAREHOUSE-RELEASED - STAMP EVERY WAREHOUSE ITEM THE *
082386* RUN FED AS RELEASED TODAY. THE RECORD STAYS ON FILE FOR THE   *
082391* DAY, SO A RERUN CAN FEED IT AGAIN (2160), AND THE NEXT DAY'S  *
082396* START-UP PASS (1194) CLEARS IT.                               *
082401*****************************************************************
082406 8050-MARK-WAREHOUSE-RELEASED.
082411     MOVE 'N' TO DL100-WHSE-EOF-SW
082416     MOVE ZERO TO DL100-WHSE-EFF-DATE
082421     MOVE ZERO TO DL100-WHSE-ARRIVED
082426     MOVE ZERO TO DL100-WHSE-SEQ
082431     START DL100-WHSE-FILE KEY >= DL100-WHSE-KEY
082436         INVALID KEY
082441             GO TO 8050-EXIT
082446     END-START
082451     PERFORM 8060-MARK-ONE-WAREHOUSE THRU 8060-EXIT
082456         UNTIL DL100-WHSE-SCAN-DONE.
082461 8050-EXIT.
082466     EXIT.
082471
082476*****************************************************************
082481* 8060-MARK-ONE-WAREHOUSE                                       *
082486*****************************************************************
082491 8060-MARK-ONE-WAREHOUSE.
082496     READ DL100-WHSE-FILE NEXT
082501         AT END
082506             SET DL100-WHSE-SCAN-DONE TO TRUE
082511             GO TO 8060-EXIT
082516     END-READ
082521     IF DL100-WHSE-EFF-DATE > DL100-RUN-DATE
082526         SET DL100-WHSE-SCAN-DONE TO TRUE
082531         GO TO 8060-EXIT
082536     END-IF
082541     PERFORM 2160-CHECK-WAREHOUSE-DUE THRU 2160-EXIT
082546     IF DL100-WHSE-ITEM-DUE
082551         SET DL100-WHSE-RELEASED TO TRUE
082556         MOVE DL100-RUN-DATE TO DL100-WHSE-RELEASE-DATE
082561         REWRITE DL100-WHSE-RECORD
082566         ADD 1 TO DL100-WHSE-RLSE-CTR
082571     END-IF.
082576 8060-EXIT.
082581     EXIT.
083060
083061*****************************************************************
083062* 8100-WRITE-RUN-HISTORY - ONE SUMMARY RECORD PER RUN TO THE    *

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL770.
000300 AUTHOR.        R SHAUGHNESSY.
000400 INSTALLATION.  DAILY PROCESSING - OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DL770 - TBLMSTR INTEGRITY AUDIT AGAINST THE EXTRACT ARCHIVE   *
000900*                                                               *
001000* TBLMSTR IS ONLY EVER CHANGED A STEP AT A TIME - DL100         *
001100* POSTINGS, DL410 BACKOUTS, DL610 KEY MERGES AND DL710 PURGES - *
001200* SO A POSTING SKIPPED OR DOUBLED ONCE STAYS WRONG UNTIL AN     *
001300* OWNER COMPLAINS.  THIS AUDIT RECOMPUTES EVERY KEY'S           *
001400* MONTH-TO-DATE AMOUNT AND COUNT FOR THE CHOSEN MONTH FROM      *
001500* SCRATCH AND COMPARES THEM KEY BY KEY WITH THE MASTER.  RUN IT *
001600* BEFORE EVERY DL710 CLOSE, WHILE THE MASTER STILL COVERS THE   *
001700* MONTH.                                                        *
001800*                                                               *
001900* THE RECOMPUTATION NETS THE MONTH'S BUSINESS DATES ON THE      *
002000* TBLXARC EXTRACT ARCHIVE THE WAY THE MASTER WAS POSTED (AND    *
002100* THE WAY DL720 STATEMENTS THEM): AN ADD ADDS ITS BASE-CURRENCY *
002200* AMOUNT AND ONE ITEM; A CUT-MODE REVERSAL TAKES BOTH OFF; A    *
002300* CUT-MODE ADJUSTMENT ADDS ITS NEW AMOUNT AND TAKES OFF THE ONE *
002400* IT REPLACED; A PRIOR-PERIOD DETAIL NEVER REACHED THE MONTH    *
002500* AND COUNTS FOR NOTHING.  EVERY DL410 RETURN ON THE TBLRHST    *
002600* RETURN HISTORY FOR THE MONTH THEN TAKES OFF WHAT DL410        *
002700* ACTUALLY BACKED OUT AND ONE ITEM (NEVER BELOW ZERO, AS DL410  *
002800* DOES).  A KEY DL610 HAS CONVERTED IS COUNTED UNDER THE KEY ON *
002900* ITS TBLKXRF CROSS-REFERENCE, WHERE ITS TOTALS WERE MOVED.     *
003000* THE TOTALS ARE BUILT IN THE TBLAUWK WORK KSDS, EMPTIED AT THE *
003100* START OF EVERY RUN, AND MATCHED TO THE MASTER IN ONE PASS IN  *
003200* KEY ORDER.                                                    *
003300*                                                               *
003400* EVERY KEY THAT DOES NOT AGREE IS LISTED ON TBLAURP:           *
003500*   MISSING    THE ARCHIVE HAS ACTIVITY FOR THE MONTH BUT THE   *
003600*              MASTER HAS NO RECORD FOR THE KEY IN THE MONTH    *
003700*   EXTRA      THE MASTER HAS THE KEY IN THE MONTH BUT THE      *
003800*              ARCHIVE HAS NOTHING FOR IT                       *
003900*   DIFFERENT  BOTH HAVE IT AND THE AMOUNT OR COUNT DIFFERS     *
004000*   ROLLED     THE KEY HAS ALREADY POSTED IN A LATER MONTH, SO  *
004100*              ITS FIGURES FOR THE MONTH CAN NO LONGER BE SEEN  *
004200* A KEY WHOSE ACTIVITY NETS TO NOTHING AND HAS NO MASTER RECORD *
004300* AGREES.                                                       *
004400*                                                               *
004500* CONTROL CARDS ON TBLAUCT (KEYWORD=VALUE, '*' COMMENTS):       *
004600*   MONTH=CCYYMM      MONTH TO AUDIT; DEFAULTS TO THE CALENDAR  *
004700*                     MONTH BEFORE THE RUN DATE, THE MONTH DL710*
004800*                     CLOSES BY DEFAULT                         *
004900*                                                               *
005000* RETURN CODES: 8 = ANY MISSING, EXTRA OR DIFFERENT KEY, AN     *
005100* ARCHIVED DETAIL THAT CANNOT BE READ, OR THE ARCHIVE, MASTER   *
005200* OR WORK FILE UNAVAILABLE; 4 = ONLY ROLLED KEYS; 0 = THE       *
005300* MASTER AGREES WITH THE ARCHIVE.                               *
005400*                                                               *
005500* MODIFICATION HISTORY                                          *
005600* ---------------------------------------------------------     *
005700* 10/15/2026  RS   ORIGINAL PROGRAM.                            *
005800*****************************************************************
005900 ENVIRONMENT DIVISION.
006000 CONFIGURATION SECTION.
006100 SOURCE-COMPUTER.   IBM-370.
006200 OBJECT-COMPUTER.   IBM-370.
006300 INPUT-OUTPUT SECTION.
006400 FILE-CONTROL.
006500     SELECT DL770-XARC-FILE
006600         ASSIGN TO TBLXARC
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS DL100-XARC-KEY
007000         FILE STATUS IS DL770-XARC-STATUS.
007100
007200     SELECT DL770-RHST-FILE
007300         ASSIGN TO TBLRHST
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS SEQUENTIAL
007600         RECORD KEY IS DL410-RHST-KEY
007700         FILE STATUS IS DL770-RHST-STATUS.
007800
007900     SELECT DL770-XREF-FILE
008000         ASSIGN TO TBLKXRF
008100         ORGANIZATION IS INDEXED
008200         ACCESS MODE IS RANDOM
008300         RECORD KEY IS DL610-XREF-OLD-KEY
008400         FILE STATUS IS DL770-XREF-STATUS.
008500
008600     SELECT DL770-MASTER-FILE
008700         ASSIGN TO TBLMSTR
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS SEQUENTIAL
009000         RECORD KEY IS DL100-MSTR-KEY
009100         FILE STATUS IS DL770-MSTR-STATUS.
009200
009300     SELECT DL770-WORK-FILE
009400         ASSIGN TO TBLAUWK
009500         ORGANIZATION IS INDEXED
009600         ACCESS MODE IS DYNAMIC
009700         RECORD KEY IS DL770-WRK-KEY
009800         FILE STATUS IS DL770-WRK-STATUS.
009900
010000     SELECT DL770-PARM-FILE
010100         ASSIGN TO TBLAUCT
010200         ORGANIZATION IS LINE SEQUENTIAL
010300         FILE STATUS IS DL770-PARM-STATUS.
010400
010500     SELECT DL770-REPORT-FILE
010600         ASSIGN TO TBLAURP
010700         ORGANIZATION IS LINE SEQUENTIAL.
010800
010900 DATA DIVISION.
011000 FILE SECTION.
011100 FD  DL770-XARC-FILE.
011200 COPY "dl100xa.cpy".
011300
011400 FD  DL770-RHST-FILE.
011500 COPY "dl410rh.cpy".
011600
011700 FD  DL770-XREF-FILE.
011800 COPY "dl610xr.cpy".
011900
012000 FD  DL770-MASTER-FILE.
012100 COPY "dl100ms.cpy".
012200
012300*    ONE RECORD PER KEY: THE MONTH'S TOTALS AS RECOMPUTED FROM THE
012400*    ARCHIVE AND THE RETURN HISTORY
012500 FD  DL770-WORK-FILE.
012600 01  DL770-WORK-RECORD.
012700     05  DL770-WRK-KEY              PIC X(10).
012800     05  DL770-WRK-AMOUNT           PIC S9(15).
012900     05  DL770-WRK-COUNT            PIC S9(07).
013000     05  DL770-WRK-DETAILS          PIC 9(06).
013100     05  DL770-WRK-RETURNS          PIC 9(06).
013200     05  FILLER                     PIC X(16).
013300
013400 FD  DL770-PARM-FILE
013500     RECORDING MODE IS F.
013600 01  DL770-PARM-RECORD              PIC X(80).
013700
013800 FD  DL770-REPORT-FILE
013900     RECORDING MODE IS F.
014000 01  DL770-REPORT-LINE              PIC X(132).
014100
014200 WORKING-STORAGE SECTION.
014300 77  DL770-XARC-STATUS          PIC X(02) VALUE '00'.
014400 77  DL770-RHST-STATUS          PIC X(02) VALUE '00'.
014500 77  DL770-XREF-STATUS          PIC X(02) VALUE '00'.
014600 77  DL770-MSTR-STATUS          PIC X(02) VALUE '00'.
014700 77  DL770-WRK-STATUS           PIC X(02) VALUE '00'.
014800 77  DL770-PARM-STATUS          PIC X(02) VALUE '00'.
014900 77  DL770-TODAY                PIC 9(08) VALUE ZERO.
015000 77  DL770-AUDIT-MONTH          PIC 9(06) VALUE ZERO.
015100 77  DL770-AMT-NUM              PIC 9(09).
015200
015300 77  DL770-PARM-BAD-CTR         PIC 9(04) COMP VALUE ZERO.
015400 77  DL770-DTL-CTR              PIC 9(07) COMP VALUE ZERO.
015500 77  DL770-PRIOR-CTR            PIC 9(07) COMP VALUE ZERO.
015600 77  DL770-BAD-DTL-CTR          PIC 9(07) COMP VALUE ZERO.
015700 77  DL770-RTN-CTR              PIC 9(07) COMP VALUE ZERO.
015800 77  DL770-XLATE-CTR            PIC 9(07) COMP VALUE ZERO.
015900 77  DL770-COMPARED-CTR         PIC 9(06) COMP VALUE ZERO.
016000 77  DL770-AGREED-CTR           PIC 9(06) COMP VALUE ZERO.
016100 77  DL770-DIFFERENT-CTR        PIC 9(06) COMP VALUE ZERO.
016200 77  DL770-MISSING-CTR          PIC 9(06) COMP VALUE ZERO.
016300 77  DL770-EXTRA-CTR            PIC 9(06) COMP VALUE ZERO.
016400 77  DL770-ROLLED-CTR           PIC 9(06) COMP VALUE ZERO.
016500 77  DL770-BREAK-CTR            PIC 9(06) COMP VALUE ZERO.
016600
016700*    AN ARCHIVED EXTRACT IMAGE, LAID OUT FOR READING
016800 COPY "dl100ex.cpy".
016900
017000 01  DL770-PARM-FIELDS.
017100     05  DL770-PARM-KEYWORD         PIC X(20).
017200     05  DL770-PARM-VALUE           PIC X(40).
017300
017400*    ONE MOVEMENT TO APPLY TO A KEY'S RECOMPUTED TOTALS
017500 01  DL770-APPLY-FIELDS.
017600     05  DL770-APPLY-KEY            PIC X(10).
017700     05  DL770-APPLY-AMOUNT         PIC S9(13).
017800     05  DL770-APPLY-COUNT          PIC S9(01).
017900     05  DL770-APPLY-TYPE           PIC X(01).
018000         88  DL770-APPLY-DETAIL                VALUE 'D'.
018100         88  DL770-APPLY-RETURN                VALUE 'R'.
018200
018300*    THE KEY EACH SIDE OF THE MATCH IS ON - HIGH-VALUES AT END
018400 01  DL770-MATCH-FIELDS.
018500     05  DL770-MSTR-CUR-KEY         PIC X(10).
018600     05  DL770-WRK-CUR-KEY          PIC X(10).
018700
018800*    THE KEY BEING MATCHED, WITH ZERO FOR A SIDE IT IS NOT ON
018900 01  DL770-COMPARE-FIELDS.
019000     05  DL770-CMP-KEY              PIC X(10).
019100     05  DL770-CMP-RECOMP-AMT       PIC S9(15).
019200     05  DL770-CMP-RECOMP-CNT       PIC S9(07).
019300     05  DL770-CMP-MSTR-AMT         PIC S9(15).
019400     05  DL770-CMP-MSTR-CNT         PIC S9(07).
019500     05  DL770-CMP-LAST-POSTED      PIC X(08).
019600     05  DL770-CMP-MSTR-MONTH       PIC 9(06).
019700
019800 01  DL770-GRAND-TOTALS.
019900     05  DL770-RECOMP-TOTAL         PIC S9(15) VALUE ZERO.
020000     05  DL770-MASTER-TOTAL         PIC S9(15) VALUE ZERO.
020100     05  DL770-AMT-DIFF             PIC S9(15) VALUE ZERO.
020200     05  DL770-CNT-DIFF             PIC S9(07) VALUE ZERO.
020300
020400 01  DL770-HEADING-1.
020500     05  FILLER                     PIC X(46) VALUE
020600             'DL770 - TBLMSTR INTEGRITY AUDIT  AUDIT MONTH '.
020700     05  DL770-HDG-MONTH            PIC 9(06).
020800     05  FILLER                     PIC X(09) VALUE '  RUN ON '.
020900     05  DL770-HDG-TODAY            PIC 9(08).
021000     05  FILLER                     PIC X(63) VALUE SPACES.
021100
021200 01  DL770-HEADING-2.
021300     05  FILLER                     PIC X(44) VALUE
021400             'KEY         STATUS         RECOMPUTED AMOUNT'.
021500     05  FILLER                     PIC X(44) VALUE
021600             '    COUNT       MASTER AMOUNT    COUNT      '.
021700     05  FILLER                     PIC X(44) VALUE
021800             'AMOUNT DIFF  CNT DIFF  MASTER LAST POSTED'.
021900
022000 01  DL770-BREAK-LINE.
022100     05  DL770-BRK-KEY              PIC X(10).
022200     05  FILLER                     PIC X(02) VALUE SPACES.
022300     05  DL770-BRK-STATUS           PIC X(10).
022400     05  FILLER                     PIC X(02) VALUE SPACES.
022500     05  DL770-BRK-RECOMP-AMT       PIC -,---,---,---,--9.
022600     05  FILLER                     PIC X(02) VALUE SPACES.
022700     05  DL770-BRK-RECOMP-CNT       PIC ----,--9.
022800     05  FILLER                     PIC X(02) VALUE SPACES.
022900     05  DL770-BRK-MSTR-AMT         PIC -,---,---,---,--9.
023000     05  FILLER                     PIC X(02) VALUE SPACES.
023100     05  DL770-BRK-MSTR-CNT         PIC ----,--9.
023200     05  FILLER                     PIC X(02) VALUE SPACES.
023300     05  DL770-BRK-AMT-DIFF         PIC -,---,---,---,--9.
023400     05  FILLER                     PIC X(02) VALUE SPACES.
023500     05  DL770-BRK-CNT-DIFF         PIC ----,--9.
023600     05  FILLER                     PIC X(04) VALUE SPACES.
023700     05  DL770-BRK-LAST-POSTED      PIC X(08).
023800     05  FILLER                     PIC X(10) VALUE SPACES.
023900
024000 01  DL770-TOTAL-LINE.
024100     05  DL770-TTL-LABEL            PIC X(40).
024200     05  DL770-TTL-VALUE            PIC -,---,---,---,---,--9.
024300     05  FILLER                     PIC X(71) VALUE SPACES.
024400
024500 01  DL770-MESSAGE-LINE.
024600     05  DL770-MSG-TEXT             PIC X(60).
024700     05  DL770-MSG-VALUE            PIC X(12).
024800     05  FILLER                     PIC X(60) VALUE SPACES.
024900
025000 01  DL770-SWITCHES.
025100     05  DL770-XARC-OPEN-SW         PIC X(01) VALUE 'N'.
025200         88  DL770-XARC-OPEN                   VALUE 'Y'.
025300     05  DL770-XARC-DONE-SW         PIC X(01) VALUE 'N'.
025400         88  DL770-XARC-DONE                   VALUE 'Y'.
025500     05  DL770-RHST-EOF-SW          PIC X(01) VALUE 'N'.
025600         88  DL770-RHST-EOF                    VALUE 'Y'.
025700     05  DL770-XREF-OPEN-SW         PIC X(01) VALUE 'N'.
025800         88  DL770-XREF-OPEN                   VALUE 'Y'.
025900     05  DL770-MSTR-OPEN-SW         PIC X(01) VALUE 'N'.
026000         88  DL770-MSTR-OPEN                   VALUE 'Y'.
026100     05  DL770-WRK-OPEN-SW          PIC X(01) VALUE 'N'.
026200         88  DL770-WRK-OPEN                    VALUE 'Y'.
026300     05  DL770-WRK-ON-FILE-SW       PIC X(01) VALUE 'N'.
026400         88  DL770-WRK-ON-FILE                 VALUE 'Y'.
026500
026600 PROCEDURE DIVISION.
026700*****************************************************************
026800* 0000-MAINLINE                                                 *
026900*****************************************************************
027000 0000-MAINLINE.
027100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027200     IF DL770-XARC-OPEN
027300         AND DL770-MSTR-OPEN
027400         AND DL770-WRK-OPEN
027500         PERFORM 2000-RECOMPUTE-DETAILS THRU 2000-EXIT
027600         PERFORM 3000-RECOMPUTE-RETURNS THRU 3000-EXIT
027700         PERFORM 4000-MATCH-MASTER THRU 4000-EXIT
027800     END-IF.
027900     PERFORM 8000-TERMINATE THRU 8000-EXIT.
028000     GOBACK.
028100
028200*****************************************************************
028300* 1000-INITIALIZE - CONTROL CARDS, DEFAULT MONTH, THE REPORT,   *
028400* AN EMPTY WORK FILE, THE ARCHIVE, THE MASTER, AND THE KEY      *
028500* CROSS-REFERENCE (WITHOUT IT NO KEY HAS BEEN CONVERTED)        *
028600*****************************************************************
028700 1000-INITIALIZE.
028800     ACCEPT DL770-TODAY FROM DATE YYYYMMDD
028900     PERFORM 1100-DEFAULT-MONTH THRU 1100-EXIT
029000     PERFORM 1200-READ-CONTROL-CARDS THRU 1200-EXIT
029100     OPEN OUTPUT DL770-REPORT-FILE
029200     MOVE DL770-AUDIT-MONTH TO DL770-HDG-MONTH
029300     MOVE DL770-TODAY       TO DL770-HDG-TODAY
029400     WRITE DL770-REPORT-LINE FROM DL770-HEADING-1
029500     MOVE SPACES TO DL770-REPORT-LINE
029600     WRITE DL770-REPORT-LINE
029700     OPEN OUTPUT DL770-WORK-FILE
029800     CLOSE DL770-WORK-FILE
029900     OPEN I-O DL770-WORK-FILE
030000     IF DL770-WRK-STATUS = '00'
030100         SET DL770-WRK-OPEN TO TRUE
030200     ELSE
030300         MOVE 'TBLAUWK WORK FILE UNAVAILABLE - STATUS'
030400             TO DL770-MSG-TEXT
030500         MOVE DL770-WRK-STATUS TO DL770-MSG-VALUE
030600         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
030700     END-IF
030800     OPEN INPUT DL770-XARC-FILE
030900     IF DL770-XARC-STATUS = '00'
031000         SET DL770-XARC-OPEN TO TRUE
031100     ELSE
031200         MOVE 'TBLXARC EXTRACT ARCHIVE UNAVAILABLE - STATUS'
031300             TO DL770-MSG-TEXT
031400         MOVE DL770-XARC-STATUS TO DL770-MSG-VALUE
031500         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
031600     END-IF
031700     OPEN INPUT DL770-MASTER-FILE
031800     IF DL770-MSTR-STATUS = '00'
031900         SET DL770-MSTR-OPEN TO TRUE
032000     ELSE
032100         MOVE 'TBLMSTR POSTING MASTER UNAVAILABLE - STATUS'
032200             TO DL770-MSG-TEXT
032300         MOVE DL770-MSTR-STATUS TO DL770-MSG-VALUE
032400         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
032500     END-IF
032600     OPEN INPUT DL770-XREF-FILE
032700     IF DL770-XREF-STATUS = '00'
032800         SET DL770-XREF-OPEN TO TRUE
032900     END-IF.
033000 1000-EXIT.
033100     EXIT.
033200
033300*****************************************************************
033400* 1100-DEFAULT-MONTH - THE CALENDAR MONTH BEFORE THE RUN DATE,  *
033500* AS DL710 DEFAULTS ITS CLOSE MONTH, UNLESS A MONTH CARD        *
033600* OVERRIDES IT                                                  *
033700*****************************************************************
033800 1100-DEFAULT-MONTH.
033900     MOVE DL770-TODAY(1:6) TO DL770-AUDIT-MONTH
034000     IF DL770-AUDIT-MONTH(5:2) = '01'
034100         SUBTRACT 100 FROM DL770-AUDIT-MONTH
034200         ADD 11 TO DL770-AUDIT-MONTH
034300     ELSE
034400         SUBTRACT 1 FROM DL770-AUDIT-MONTH
034500     END-IF.
034600 1100-EXIT.
034700     EXIT.
034800
034900*****************************************************************
035000* 1200-READ-CONTROL-CARDS - TBLAUCT KEYWORD CARDS.  A MISSING   *
035100* OR EMPTY FILE LEAVES THE DEFAULT; BAD CARDS ARE COUNTED AND   *
035200* DISPLAYED.                                                    *
035300*****************************************************************
035400 1200-READ-CONTROL-CARDS.
035500     OPEN INPUT DL770-PARM-FILE
035600     IF DL770-PARM-STATUS NOT = '00'
035700         GO TO 1200-EXIT
035800     END-IF
035900     PERFORM 1210-READ-ONE-CARD THRU 1210-EXIT
036000         UNTIL DL770-PARM-STATUS NOT = '00'
036100     CLOSE DL770-PARM-FILE.
036200 1200-EXIT.
036300     EXIT.
036400
036500*****************************************************************
036600* 1210-READ-ONE-CARD                                            *
036700*****************************************************************
036800 1210-READ-ONE-CARD.
036900     READ DL770-PARM-FILE
037000         AT END
037100             GO TO 1210-EXIT
037200     END-READ
037300     IF DL770-PARM-RECORD = SPACES
037400         OR DL770-PARM-RECORD(1:1) = '*'
037500         GO TO 1210-EXIT
037600     END-IF
037700     MOVE SPACES TO DL770-PARM-KEYWORD
037800     MOVE SPACES TO DL770-PARM-VALUE
037900     UNSTRING DL770-PARM-RECORD DELIMITED BY '='
038000         INTO DL770-PARM-KEYWORD
038100              DL770-PARM-VALUE
038200     END-UNSTRING
038300     EVALUATE DL770-PARM-KEYWORD
038400         WHEN 'MONTH'
038500             IF DL770-PARM-VALUE(1:6) IS NUMERIC
038600                 AND DL770-PARM-VALUE(5:2) >= '01'
038700                 AND DL770-PARM-VALUE(5:2) <= '12'
038800                 MOVE DL770-PARM-VALUE(1:6) TO DL770-AUDIT-MONTH
038900             ELSE
039000                 PERFORM 1280-FLAG-BAD-CARD THRU 1280-EXIT
039100             END-IF
039200         WHEN OTHER
039300             PERFORM 1280-FLAG-BAD-CARD THRU 1280-EXIT
039400     END-EVALUATE.
039500 1210-EXIT.
039600     EXIT.
039700
039800*****************************************************************
039900* 1280-FLAG-BAD-CARD                                            *
040000*****************************************************************
040100 1280-FLAG-BAD-CARD.
040200     ADD 1 TO DL770-PARM-BAD-CTR
040300     DISPLAY 'DL770 - BAD CONTROL CARD: ' DL770-PARM-RECORD.
040400 1280-EXIT.
040500     EXIT.
040600
040700*****************************************************************
040800* 2000-RECOMPUTE-DETAILS - EVERY DETAIL THE ARCHIVE HOLDS FOR   *
040900* THE MONTH'S BUSINESS DATES.  HEADERS, TRAILERS AND CUT        *
041000* RECORDS ARE PASSED BY.                                        *
041100*****************************************************************
041200 2000-RECOMPUTE-DETAILS.
041300     MOVE DL770-AUDIT-MONTH TO DL100-XARC-DATE(1:6)
041400     MOVE '01'              TO DL100-XARC-DATE(7:2)
041500     MOVE ZERO              TO DL100-XARC-SEQ
041600     START DL770-XARC-FILE KEY >= DL100-XARC-KEY
041700         INVALID KEY
041800             SET DL770-XARC-DONE TO TRUE
041900     END-START
042000     PERFORM 2100-RECOMPUTE-ONE-DETAIL THRU 2100-EXIT
042100         UNTIL DL770-XARC-DONE.
042200 2000-EXIT.
042300     EXIT.
042400
042500*****************************************************************
042600* 2100-RECOMPUTE-ONE-DETAIL - THE DETAIL'S BASE-CURRENCY        *
042700* AMOUNT, OR ITS OWN AMOUNT WHERE IT CARRIES NONE (A DETAIL     *
042800* WRITTEN BEFORE CURRENCIES CAME IN), NETTED BY ITS ACTION CODE *
042900*****************************************************************
043000 2100-RECOMPUTE-ONE-DETAIL.
043100     READ DL770-XARC-FILE NEXT
043200         AT END
043300             SET DL770-XARC-DONE TO TRUE
043400             GO TO 2100-EXIT
043500     END-READ
043600     IF DL100-XARC-DATE(1:6) NOT = DL770-AUDIT-MONTH
043700         SET DL770-XARC-DONE TO TRUE
043800         GO TO 2100-EXIT
043900     END-IF
044000     MOVE DL100-XARC-IMAGE TO DL100-EXTRACT-RECORD
044100     IF DL100-EXT-DTL-TYPE NOT = 'D'
044200         GO TO 2100-EXIT
044300     END-IF
044400     ADD 1 TO DL770-DTL-CTR
044500     IF DL100-EXT-PRIOR-PERIOD
044600         ADD 1 TO DL770-PRIOR-CTR
044700         GO TO 2100-EXIT
044800     END-IF
044900     IF DL100-EXT-DTL-BASE-AMOUNT IS NUMERIC
045000         MOVE DL100-EXT-DTL-BASE-AMOUNT TO DL770-AMT-NUM
045100     ELSE
045200         IF DL100-EXT-DTL-AMOUNT IS NUMERIC
045300             MOVE DL100-EXT-DTL-AMOUNT TO DL770-AMT-NUM
045400         ELSE
045500             PERFORM 2190-FLAG-BAD-DETAIL THRU 2190-EXIT
045600             GO TO 2100-EXIT
045700         END-IF
045800     END-IF
045900     MOVE DL100-EXT-DTL-KEY TO DL770-APPLY-KEY
046000     SET DL770-APPLY-DETAIL TO TRUE
046100     EVALUATE TRUE
046200         WHEN DL100-EXT-ACT-REVERSAL
046300             COMPUTE DL770-APPLY-AMOUNT = ZERO - DL770-AMT-NUM
046400             MOVE -1 TO DL770-APPLY-COUNT
046500         WHEN DL100-EXT-ACT-ADJUSTMENT
046600             MOVE DL770-AMT-NUM TO DL770-APPLY-AMOUNT
046700             MOVE ZERO TO DL770-APPLY-COUNT
046800             PERFORM 2150-TAKE-OFF-REPLACED THRU 2150-EXIT
046900         WHEN OTHER
047000             MOVE DL770-AMT-NUM TO DL770-APPLY-AMOUNT
047100             MOVE 1 TO DL770-APPLY-COUNT
047200     END-EVALUATE
047300     PERFORM 2800-APPLY-TO-WORK THRU 2800-EXIT.
047400 2100-EXIT.
047500     EXIT.
047600
047700*****************************************************************
047800* 2150-TAKE-OFF-REPLACED - THE AMOUNT A CUT-MODE ADJUSTMENT     *
047900* REPLACED, IN BASE CURRENCY WHERE THE DETAIL CARRIES IT        *
048000*****************************************************************
048100 2150-TAKE-OFF-REPLACED.
048200     IF DL100-EXT-DTL-OLD-BASE IS NUMERIC
048300         MOVE DL100-EXT-DTL-OLD-BASE TO DL770-AMT-NUM
048400     ELSE
048500         IF DL100-EXT-DTL-OLD-AMOUNT IS NUMERIC
048600             MOVE DL100-EXT-DTL-OLD-AMOUNT TO DL770-AMT-NUM
048700         ELSE
048800             PERFORM 2190-FLAG-BAD-DETAIL THRU 2190-EXIT
048900             GO TO 2150-EXIT
049000         END-IF
049100     END-IF
049200     SUBTRACT DL770-AMT-NUM FROM DL770-APPLY-AMOUNT.
049300 2150-EXIT.
049400     EXIT.
049500
049600*****************************************************************
049700* 2190-FLAG-BAD-DETAIL - AN ARCHIVED DETAIL WHOSE AMOUNTS       *
049800* CANNOT BE READ LEAVES THE KEY'S RECOMPUTED FIGURES UNPROVEN   *
049900*****************************************************************
050000 2190-FLAG-BAD-DETAIL.
050100     ADD 1 TO DL770-BAD-DTL-CTR
050200     MOVE 'ARCHIVED DETAIL WITH A NON-NUMERIC AMOUNT - KEY'
050300         TO DL770-MSG-TEXT
050400     MOVE DL100-EXT-DTL-KEY TO DL770-MSG-VALUE
050500     PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT.
050600 2190-EXIT.
050700     EXIT.
050800
050900*****************************************************************
051000* 2800-APPLY-TO-WORK - ADD ONE MOVEMENT INTO THE KEY'S WORK     *
051100* RECORD, UNDER THE KEY A DL610 CONVERSION MOVED IT TO          *
051200*****************************************************************
051300 2800-APPLY-TO-WORK.
051400     IF DL770-XREF-OPEN
051500         MOVE DL770-APPLY-KEY TO DL610-XREF-OLD-KEY
051600         READ DL770-XREF-FILE
051700             NOT INVALID KEY
051800                 MOVE DL610-XREF-NEW-KEY TO DL770-APPLY-KEY
051900                 ADD 1 TO DL770-XLATE-CTR
052000         END-READ
052100     END-IF
052200     MOVE DL770-APPLY-KEY TO DL770-WRK-KEY
052300     READ DL770-WORK-FILE
052400         INVALID KEY
052500             MOVE 'N' TO DL770-WRK-ON-FILE-SW
052600             MOVE DL770-APPLY-KEY TO DL770-WRK-KEY
052700             MOVE ZERO TO DL770-WRK-AMOUNT
052800             MOVE ZERO TO DL770-WRK-COUNT
052900             MOVE ZERO TO DL770-WRK-DETAILS
053000             MOVE ZERO TO DL770-WRK-RETURNS
053100         NOT INVALID KEY
053200             SET DL770-WRK-ON-FILE TO TRUE
053300     END-READ
053400     ADD DL770-APPLY-AMOUNT TO DL770-WRK-AMOUNT
053500     ADD DL770-APPLY-COUNT  TO DL770-WRK-COUNT
053600     IF DL770-APPLY-RETURN
053700         ADD 1 TO DL770-WRK-RETURNS
053800         IF DL770-WRK-COUNT < ZERO
053900             MOVE ZERO TO DL770-WRK-COUNT
054000         END-IF
054100     ELSE
054200         ADD 1 TO DL770-WRK-DETAILS
054300     END-IF
054400     IF DL770-WRK-ON-FILE
054500         REWRITE DL770-WORK-RECORD
054600     ELSE
054700         WRITE DL770-WORK-RECORD
054800     END-IF.
054900 2800-EXIT.
055000     EXIT.
055100
055200*****************************************************************
055300* 3000-RECOMPUTE-RETURNS - EVERY RETURN DL410 BACKED OUT OF THE *
055400* MONTH'S TOTALS, WHENEVER DL410 RAN.  NO HISTORY FILE YET      *
055500* MEANS NO RETURNS HAVE EVER BEEN BACKED OUT.                   *
055600*****************************************************************
055700 3000-RECOMPUTE-RETURNS.
055800     OPEN INPUT DL770-RHST-FILE
055900     IF DL770-RHST-STATUS NOT = '00'
056000         GO TO 3000-EXIT
056100     END-IF
056200     PERFORM 3100-RECOMPUTE-ONE-RETURN THRU 3100-EXIT
056300         UNTIL DL770-RHST-EOF
056400     CLOSE DL770-RHST-FILE.
056500 3000-EXIT.
056600     EXIT.
056700
056800*****************************************************************
056900* 3100-RECOMPUTE-ONE-RETURN                                     *
057000*****************************************************************
057100 3100-RECOMPUTE-ONE-RETURN.
057200     READ DL770-RHST-FILE
057300         AT END
057400             SET DL770-RHST-EOF TO TRUE
057500             GO TO 3100-EXIT
057600     END-READ
057700     IF DL410-RHST-MONTH NOT = DL770-AUDIT-MONTH
057800         GO TO 3100-EXIT
057900     END-IF
058000     ADD 1 TO DL770-RTN-CTR
058100     MOVE DL410-RHST-ITEM-KEY TO DL770-APPLY-KEY
058200     COMPUTE DL770-APPLY-AMOUNT = ZERO - DL410-RHST-BACKED-AMT
058300     MOVE -1 TO DL770-APPLY-COUNT
058400     SET DL770-APPLY-RETURN TO TRUE
058500     PERFORM 2800-APPLY-TO-WORK THRU 2800-EXIT.
058600 3100-EXIT.
058700     EXIT.
058800
058900*****************************************************************
059000* 4000-MATCH-MASTER - ONE PASS OF THE MASTER AND THE WORK FILE  *
059100* TOGETHER IN KEY ORDER                                         *
059200*****************************************************************
059300 4000-MATCH-MASTER.
059400     WRITE DL770-REPORT-LINE FROM DL770-HEADING-2
059500     CLOSE DL770-WORK-FILE
059600     OPEN INPUT DL770-WORK-FILE
059700     PERFORM 4800-READ-MASTER THRU 4800-EXIT
059800     PERFORM 4900-READ-WORK THRU 4900-EXIT
059900     PERFORM 4100-MATCH-ONE-KEY THRU 4100-EXIT
060000         UNTIL DL770-MSTR-CUR-KEY = HIGH-VALUES
060100           AND DL770-WRK-CUR-KEY = HIGH-VALUES.
060200 4000-EXIT.
060300     EXIT.
060400
060500*****************************************************************
060600* 4100-MATCH-ONE-KEY                                            *
060700*****************************************************************
060800 4100-MATCH-ONE-KEY.
060900     PERFORM 4150-LOAD-COMPARE THRU 4150-EXIT
061000     EVALUATE TRUE
061100         WHEN DL770-MSTR-CUR-KEY < DL770-WRK-CUR-KEY
061200             PERFORM 4200-MASTER-ONLY THRU 4200-EXIT
061300             PERFORM 4800-READ-MASTER THRU 4800-EXIT
061400         WHEN DL770-MSTR-CUR-KEY > DL770-WRK-CUR-KEY
061500             PERFORM 4300-ARCHIVE-ONLY THRU 4300-EXIT
061600             PERFORM 4900-READ-WORK THRU 4900-EXIT
061700         WHEN OTHER
061800             PERFORM 4400-BOTH-SIDES THRU 4400-EXIT
061900             PERFORM 4800-READ-MASTER THRU 4800-EXIT
062000             PERFORM 4900-READ-WORK THRU 4900-EXIT
062100     END-EVALUATE.
062200 4100-EXIT.
062300     EXIT.
062400
062500*****************************************************************
062600* 4150-LOAD-COMPARE - THE LOWER OF THE TWO CURRENT KEYS AND     *
062700* EACH SIDE'S FIGURES FOR IT.  THE OTHER FILE'S RECORD AREA     *
062800* ALREADY HOLDS ITS NEXT KEY AND IS NOT TOUCHED.                *
062900*****************************************************************
063000 4150-LOAD-COMPARE.
063100     MOVE ZERO   TO DL770-CMP-RECOMP-AMT
063200     MOVE ZERO   TO DL770-CMP-RECOMP-CNT
063300     MOVE ZERO   TO DL770-CMP-MSTR-AMT
063400     MOVE ZERO   TO DL770-CMP-MSTR-CNT
063500     MOVE ZERO   TO DL770-CMP-MSTR-MONTH
063600     MOVE SPACES TO DL770-CMP-LAST-POSTED
063700     IF DL770-MSTR-CUR-KEY < DL770-WRK-CUR-KEY
063800         MOVE DL770-MSTR-CUR-KEY TO DL770-CMP-KEY
063900     ELSE
064000         MOVE DL770-WRK-CUR-KEY  TO DL770-CMP-KEY
064100     END-IF
064200     IF DL770-MSTR-CUR-KEY = DL770-CMP-KEY
064300         MOVE DL100-MSTR-MTD-AMOUNT  TO DL770-CMP-MSTR-AMT
064400         MOVE DL100-MSTR-MTD-COUNT   TO DL770-CMP-MSTR-CNT
064500         MOVE DL100-MSTR-LAST-POSTED TO DL770-CMP-LAST-POSTED
064600         MOVE DL100-MSTR-LAST-POSTED(1:6)
064700             TO DL770-CMP-MSTR-MONTH
064800     END-IF
064900     IF DL770-WRK-CUR-KEY = DL770-CMP-KEY
065000         MOVE DL770-WRK-AMOUNT TO DL770-CMP-RECOMP-AMT
065100         MOVE DL770-WRK-COUNT  TO DL770-CMP-RECOMP-CNT
065200     END-IF.
065300 4150-EXIT.
065400     EXIT.
065500
065600*****************************************************************
065700* 4200-MASTER-ONLY - A MASTER RECORD FOR THE MONTH WITH NOTHING *
065800* ON THE ARCHIVE BEHIND IT.  A RECORD FOR ANOTHER MONTH IS NOT  *
065900* THIS AUDIT'S BUSINESS.                                        *
066000*****************************************************************
066100 4200-MASTER-ONLY.
066200     IF DL770-CMP-MSTR-MONTH NOT = DL770-AUDIT-MONTH
066300         GO TO 4200-EXIT
066400     END-IF
066500     ADD 1 TO DL770-COMPARED-CTR
066600     ADD 1 TO DL770-EXTRA-CTR
066700     ADD DL770-CMP-MSTR-AMT TO DL770-MASTER-TOTAL
066800     MOVE 'EXTRA'    TO DL770-BRK-STATUS
066900     PERFORM 4700-PRINT-BREAK THRU 4700-EXIT.
067000 4200-EXIT.
067100     EXIT.
067200
067300*****************************************************************
067400* 4300-ARCHIVE-ONLY - ACTIVITY FOR THE MONTH AND NO MASTER      *
067500* RECORD AT ALL.  ACTIVITY THAT NETS TO NOTHING (AN ITEM ADDED  *
067600* AND REVERSED IN THE SAME DAY'S CUTS) NEVER REACHES THE MASTER *
067700* AND AGREES.                                                   *
067800*****************************************************************
067900 4300-ARCHIVE-ONLY.
068000     ADD DL770-CMP-RECOMP-AMT TO DL770-RECOMP-TOTAL
068100     IF DL770-CMP-RECOMP-AMT = ZERO
068200         AND DL770-CMP-RECOMP-CNT = ZERO
068300         GO TO 4300-EXIT
068400     END-IF
068500     ADD 1 TO DL770-COMPARED-CTR
068600     ADD 1 TO DL770-MISSING-CTR
068700     MOVE 'MISSING'  TO DL770-BRK-STATUS
068800     PERFORM 4700-PRINT-BREAK THRU 4700-EXIT.
068900 4300-EXIT.
069000     EXIT.
069100
069200*****************************************************************
069300* 4400-BOTH-SIDES - THE KEY IS ON THE MASTER AND HAS ACTIVITY.  *
069400* ONLY A MASTER RECORD THAT COVERS THE MONTH CAN BE COMPARED:   *
069500* ONE LAST POSTED EARLIER NEVER GOT THE MONTH'S ACTIVITY, AND   *
069600* ONE ALREADY POSTING IN A LATER MONTH HAS ROLLED IT AWAY.      *
069700*****************************************************************
069800 4400-BOTH-SIDES.
069900     ADD DL770-CMP-RECOMP-AMT TO DL770-RECOMP-TOTAL
070000     IF DL770-CMP-MSTR-MONTH = DL770-AUDIT-MONTH
070100         ADD DL770-CMP-MSTR-AMT TO DL770-MASTER-TOTAL
070200         ADD 1 TO DL770-COMPARED-CTR
070300         IF DL770-CMP-RECOMP-AMT = DL770-CMP-MSTR-AMT
070400             AND DL770-CMP-RECOMP-CNT = DL770-CMP-MSTR-CNT
070500             ADD 1 TO DL770-AGREED-CTR
070600             GO TO 4400-EXIT
070700         END-IF
070800         ADD 1 TO DL770-DIFFERENT-CTR
070900         MOVE 'DIFFERENT' TO DL770-BRK-STATUS
071000         PERFORM 4700-PRINT-BREAK THRU 4700-EXIT
071100         GO TO 4400-EXIT
071200     END-IF
071300     IF DL770-CMP-RECOMP-AMT = ZERO
071400         AND DL770-CMP-RECOMP-CNT = ZERO
071500         GO TO 4400-EXIT
071600     END-IF
071700     ADD 1 TO DL770-COMPARED-CTR
071800     IF DL770-CMP-MSTR-MONTH > DL770-AUDIT-MONTH
071900         ADD 1 TO DL770-ROLLED-CTR
072000         MOVE 'ROLLED'   TO DL770-BRK-STATUS
072100     ELSE
072200         ADD 1 TO DL770-MISSING-CTR
072300         MOVE 'MISSING'  TO DL770-BRK-STATUS
072400     END-IF
072500     PERFORM 4700-PRINT-BREAK THRU 4700-EXIT.
072600 4400-EXIT.
072700     EXIT.
072800
072900*****************************************************************
073000* 4700-PRINT-BREAK - ONE KEY THAT DOES NOT AGREE                *
073100*****************************************************************
073200 4700-PRINT-BREAK.
073300     MOVE DL770-CMP-KEY          TO DL770-BRK-KEY
073400     MOVE DL770-CMP-RECOMP-AMT   TO DL770-BRK-RECOMP-AMT
073500     MOVE DL770-CMP-RECOMP-CNT   TO DL770-BRK-RECOMP-CNT
073600     MOVE DL770-CMP-MSTR-AMT     TO DL770-BRK-MSTR-AMT
073700     MOVE DL770-CMP-MSTR-CNT     TO DL770-BRK-MSTR-CNT
073800     MOVE DL770-CMP-LAST-POSTED  TO DL770-BRK-LAST-POSTED
073900     COMPUTE DL770-AMT-DIFF =
074000             DL770-CMP-RECOMP-AMT - DL770-CMP-MSTR-AMT
074100     COMPUTE DL770-CNT-DIFF =
074200             DL770-CMP-RECOMP-CNT - DL770-CMP-MSTR-CNT
074300     MOVE DL770-AMT-DIFF         TO DL770-BRK-AMT-DIFF
074400     MOVE DL770-CNT-DIFF         TO DL770-BRK-CNT-DIFF
074500     WRITE DL770-REPORT-LINE FROM DL770-BREAK-LINE.
074600 4700-EXIT.
074700     EXIT.
074800
074900*****************************************************************
075000* 4800-READ-MASTER                                              *
075100*****************************************************************
075200 4800-READ-MASTER.
075300     READ DL770-MASTER-FILE
075400         AT END
075500             MOVE HIGH-VALUES TO DL770-MSTR-CUR-KEY
075600             GO TO 4800-EXIT
075700     END-READ
075800     MOVE DL100-MSTR-KEY TO DL770-MSTR-CUR-KEY.
075900 4800-EXIT.
076000     EXIT.
076100
076200*****************************************************************
076300* 4900-READ-WORK                                                *
076400*****************************************************************
076500 4900-READ-WORK.
076600     READ DL770-WORK-FILE NEXT
076700         AT END
076800             MOVE HIGH-VALUES TO DL770-WRK-CUR-KEY
076900             GO TO 4900-EXIT
077000     END-READ
077100     MOVE DL770-WRK-KEY TO DL770-WRK-CUR-KEY.
077200 4900-EXIT.
077300     EXIT.
077400
077500*****************************************************************
077600* 7900-WRITE-MESSAGE                                            *
077700*****************************************************************
077800 7900-WRITE-MESSAGE.
077900     WRITE DL770-REPORT-LINE FROM DL770-MESSAGE-LINE.
078000 7900-EXIT.
078100     EXIT.
078200
078300*****************************************************************
078400* 7950-WRITE-TOTAL                                              *
078500*****************************************************************
078600 7950-WRITE-TOTAL.
078700     WRITE DL770-REPORT-LINE FROM DL770-TOTAL-LINE.
078800 7950-EXIT.
078900     EXIT.
079000
079100*****************************************************************
079200* 8000-TERMINATE - AUDIT TOTALS, CLOSES, AND THE STEP CODE      *
079300*****************************************************************
079400 8000-TERMINATE.
079500     COMPUTE DL770-BREAK-CTR = DL770-MISSING-CTR
079600         + DL770-EXTRA-CTR + DL770-DIFFERENT-CTR
079700     MOVE SPACES TO DL770-REPORT-LINE
079800     WRITE DL770-REPORT-LINE
079900     MOVE 'ARCHIVED DETAILS FOR THE MONTH'  TO DL770-TTL-LABEL
080000     MOVE DL770-DTL-CTR                     TO DL770-TTL-VALUE
080100     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
080200     MOVE '  OF WHICH PRIOR-PERIOD, NOT COUNTED'
080300         TO DL770-TTL-LABEL
080400     MOVE DL770-PRIOR-CTR                   TO DL770-TTL-VALUE
080500     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
080600     MOVE 'RETURNS BACKED OUT OF THE MONTH' TO DL770-TTL-LABEL
080700     MOVE DL770-RTN-CTR                     TO DL770-TTL-VALUE
080800     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
080900     MOVE 'MOVEMENTS UNDER A CONVERTED KEY'  TO DL770-TTL-LABEL
081000     MOVE DL770-XLATE-CTR                   TO DL770-TTL-VALUE
081100     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
081200     MOVE 'KEYS COMPARED'                   TO DL770-TTL-LABEL
081300     MOVE DL770-COMPARED-CTR                TO DL770-TTL-VALUE
081400     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
081500     MOVE 'KEYS AGREED'                     TO DL770-TTL-LABEL
081600     MOVE DL770-AGREED-CTR                  TO DL770-TTL-VALUE
081700     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
081800     MOVE 'KEYS MISSING FROM THE MASTER'    TO DL770-TTL-LABEL
081900     MOVE DL770-MISSING-CTR                 TO DL770-TTL-VALUE
082000     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
082100     MOVE 'KEYS EXTRA ON THE MASTER'        TO DL770-TTL-LABEL
082200     MOVE DL770-EXTRA-CTR                   TO DL770-TTL-VALUE
082300     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
082400     MOVE 'KEYS DIFFERENT'                  TO DL770-TTL-LABEL
082500     MOVE DL770-DIFFERENT-CTR               TO DL770-TTL-VALUE
082600     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
082700     MOVE 'KEYS ROLLED, NOT COMPARED'       TO DL770-TTL-LABEL
082800     MOVE DL770-ROLLED-CTR                  TO DL770-TTL-VALUE
082900     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
083000     MOVE 'RECOMPUTED MONTH AMOUNT'         TO DL770-TTL-LABEL
083100     MOVE DL770-RECOMP-TOTAL                TO DL770-TTL-VALUE
083200     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
083300     MOVE 'MASTER MONTH AMOUNT'             TO DL770-TTL-LABEL
083400     MOVE DL770-MASTER-TOTAL                TO DL770-TTL-VALUE
083500     PERFORM 7950-WRITE-TOTAL THRU 7950-EXIT
083600     IF DL770-BAD-DTL-CTR > ZERO
083700         MOVE 'ARCHIVED DETAILS THAT COULD NOT BE READ'
083800             TO DL770-MSG-TEXT
083900         MOVE DL770-BAD-DTL-CTR TO DL770-MSG-VALUE
084000         PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
084100     END-IF
084200     IF DL770-XARC-OPEN
084300         CLOSE DL770-XARC-FILE
084400     END-IF
084500     IF DL770-MSTR-OPEN
084600         CLOSE DL770-MASTER-FILE
084700     END-IF
084800     IF DL770-WRK-OPEN
084900         CLOSE DL770-WORK-FILE
085000     END-IF
085100     IF DL770-XREF-OPEN
085200         CLOSE DL770-XREF-FILE
085300     END-IF
085400     IF NOT DL770-XARC-OPEN
085500         OR NOT DL770-MSTR-OPEN
085600         OR NOT DL770-WRK-OPEN
085700         MOVE 'AUDIT NOT RUN - SEE THE MESSAGES ABOVE'
085800             TO DL770-MSG-TEXT
085900     ELSE
086000         IF DL770-BREAK-CTR > ZERO
086100             OR DL770-BAD-DTL-CTR > ZERO
086200             MOVE 'MASTER DISAGREES WITH THE ARCHIVE - BREAKS'
086300                 TO DL770-MSG-TEXT
086400         ELSE
086500             MOVE 'MASTER AGREES WITH THE ARCHIVE FOR THE MONTH'
086600                 TO DL770-MSG-TEXT
086700         END-IF
086800     END-IF
086900     MOVE DL770-BREAK-CTR TO DL770-MSG-VALUE
087000     PERFORM 7900-WRITE-MESSAGE THRU 7900-EXIT
087100     CLOSE DL770-REPORT-FILE
087200     DISPLAY 'DL770 - AUDIT MONTH         : ' DL770-AUDIT-MONTH
087300     DISPLAY 'DL770 - KEYS COMPARED       : ' DL770-COMPARED-CTR
087400     DISPLAY 'DL770 - KEYS AGREED         : ' DL770-AGREED-CTR
087500     DISPLAY 'DL770 - MISSING FROM MASTER : ' DL770-MISSING-CTR
087600     DISPLAY 'DL770 - EXTRA ON MASTER     : ' DL770-EXTRA-CTR
087700     DISPLAY 'DL770 - DIFFERENT           : ' DL770-DIFFERENT-CTR
087800     DISPLAY 'DL770 - ROLLED, NOT COMPARED: ' DL770-ROLLED-CTR
087900     DISPLAY 'DL770 - UNREADABLE DETAILS  : ' DL770-BAD-DTL-CTR
088000     IF NOT DL770-XARC-OPEN
088100         OR NOT DL770-MSTR-OPEN
088200         OR NOT DL770-WRK-OPEN
088300         OR DL770-BREAK-CTR > ZERO
088400         OR DL770-BAD-DTL-CTR > ZERO
088500         MOVE 8 TO RETURN-CODE
088600     ELSE
088700         IF DL770-ROLLED-CTR > ZERO
088800             MOVE 4 TO RETURN-CODE
088900         END-IF
089000     END-IF.
089100 8000-EXIT.
089200     EXIT.

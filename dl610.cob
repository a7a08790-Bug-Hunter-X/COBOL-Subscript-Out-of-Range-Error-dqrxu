000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL610.
000300 AUTHOR.        R SHAUGHNESSY.
000400 INSTALLATION.  DAILY PROCESSING - OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DL610 - ACCOUNT KEY CONVERSION AND MERGE                      *
000900*                                                               *
001000* WHEN AN ACCOUNT IS RENUMBERED, OR TWO ACCOUNTS ARE MERGED,    *
001100* THIS JOB MOVES THE OLD KEY ONTO ITS SUCCESSOR EVERYWHERE THE  *
001200* BOOK KEEPS IT:                                                *
001300*   - THE OLD KEY'S TBLMSTR MONTH-TO-DATE FIGURES AND TBLYTD    *
001400*     YEAR-TO-DATE FIGURES ARE MOVED TO THE NEW KEY, OR ADDED   *
001500*     INTO THE NEW KEY'S OWN FIGURES WHEN IT ALREADY HAS SOME,  *
001600*     AND THE OLD KEY'S RECORDS ARE DELETED                     *
001700*   - THE OLD KEY IS CLOSED ON TBLAREF WITH A POINTER TO ITS    *
001800*     SUCCESSOR; A NEW KEY NOT YET ON THE BOOK GOES ON OPEN,    *
001900*     CARRYING THE OLD KEY'S SINGLE-ITEM LIMIT                  *
002000*   - THE PAIR IS WRITTEN TO THE TBLKXRF CROSS-REFERENCE        *
002100*     (DL610XR.CPY), AND ANY EARLIER CONVERSION THAT POINTED AT *
002200*     THE OLD KEY IS RE-POINTED AT THE NEW ONE                  *
002300* DL100 READS TBLKXRF TO TRANSLATE THE OLD KEY ON ARRIVING      *
002400* FEEDS FOR ITS KEY-GRACE-DAYS GRACE PERIOD, AND REJECTS IT     *
002500* AFTER.                                                        *
002600*                                                               *
002700* CARDS ON TBLKCNV (KEYWORD=VALUE, '*' COMMENTS), IN PAIRS:     *
002800*   OLD=KKKKKKKKKK    THE KEY GOING AWAY                        *
002900*   NEW=KKKKKKKKKK    ITS SUCCESSOR - MUST FOLLOW ITS OLD CARD  *
003000*                                                               *
003100* FIGURES ONLY COMBINE FOR THE SAME PERIOD.  TWO MASTER RECORDS *
003200* FOR THE SAME MONTH ADD TOGETHER; WHEN THE MONTHS DIFFER THE   *
003300* LATER MONTH STANDS, AND THE EARLIER ONE MUST ALREADY HAVE     *
003400* BEEN ROLLED TO TBLYTD BY DL710 OR THE PAIR IS REFUSED.  YTD   *
003500* RECORDS FOR THE SAME YEAR ADD TOGETHER, KEEPING THE LATER     *
003600* CLOSED MONTH AS THE DL710 RERUN GUARD; OTHERWISE THE LATER    *
003700* YEAR STANDS.                                                  *
003800*                                                               *
003900* A PAIR IS REFUSED, AND NOTHING ON FILE IS TOUCHED FOR IT,     *
004000* WHEN THE OLD KEY IS NOT ON THE BOOK OR WAS ALREADY CONVERTED, *
004100* WHEN THE NEW KEY IS CLOSED, WHEN THE TWO ARE THE SAME, OR ON  *
004200* THE MONTH RULE ABOVE.  EVERY PAIR PRINTS ON THE TBLKCRP       *
004300* CONVERSION REPORT WITH BOTH KEYS' FIGURES BEFORE AND THE NEW  *
004400* KEY'S AFTER. TBLMSTR, TBLYTD AND TBLKXRF ARE CREATED ON FIRST *
004500* USE, LIKE TBLCKPT.                                            *
004600*                                                               *
004700* RETURN CODES: 8 = TBLAREF UNAVAILABLE, NOTHING CONVERTED; 4 = *
004800* AT LEAST ONE CARD OR PAIR COULD NOT BE APPLIED; 0 = CLEAN.    *
004900*                                                               *
005000* MODIFICATION HISTORY                                          *
005100* ---------------------------------------------------------     *
005200* 10/15/2026  RS   ORIGINAL PROGRAM.                            *
005300*****************************************************************
005400 ENVIRONMENT DIVISION.
005500 CONFIGURATION SECTION.
005600 SOURCE-COMPUTER.   IBM-370.
005700 OBJECT-COMPUTER.   IBM-370.
005800 INPUT-OUTPUT SECTION.
005900 FILE-CONTROL.
006000     SELECT DL610-AREF-FILE
006100         ASSIGN TO TBLAREF
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS DL100-AREF-KEY
006500         FILE STATUS IS DL610-AREF-STATUS.
006600
006700     SELECT DL610-MASTER-FILE
006800         ASSIGN TO TBLMSTR
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS DL100-MSTR-KEY
007200         FILE STATUS IS DL610-MSTR-STATUS.
007300
007400     SELECT DL610-YTD-FILE
007500         ASSIGN TO TBLYTD
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS DYNAMIC
007800         RECORD KEY IS DL100-YTD-KEY
007900         FILE STATUS IS DL610-YTD-STATUS.
008000
008100     SELECT DL610-XREF-FILE
008200         ASSIGN TO TBLKXRF
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS DYNAMIC
008500         RECORD KEY IS DL610-XREF-OLD-KEY
008600         FILE STATUS IS DL610-XREF-STATUS.
008700
008800     SELECT DL610-CARD-FILE
008900         ASSIGN TO TBLKCNV
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS DL610-CARD-STATUS.
009200
009300     SELECT DL610-REPORT-FILE
009400         ASSIGN TO TBLKCRP
009500         ORGANIZATION IS LINE SEQUENTIAL.
009600
009700 DATA DIVISION.
009800 FILE SECTION.
009900 FD  DL610-AREF-FILE.
010000 COPY "dl100ar.cpy".
010100
010200 FD  DL610-MASTER-FILE.
010300 COPY "dl100ms.cpy".
010400
010500 FD  DL610-YTD-FILE.
010600 COPY "dl100yt.cpy".
010700
010800 FD  DL610-XREF-FILE.
010900 COPY "dl610xr.cpy".
011000
011100 FD  DL610-CARD-FILE
011200     RECORDING MODE IS F.
011300 01  DL610-CARD-RECORD              PIC X(80).
011400
011500 FD  DL610-REPORT-FILE
011600     RECORDING MODE IS F.
011700 01  DL610-REPORT-LINE              PIC X(132).
011800
011900 WORKING-STORAGE SECTION.
012000 77  DL610-AREF-STATUS          PIC X(02) VALUE '00'.
012100 77  DL610-MSTR-STATUS          PIC X(02) VALUE '00'.
012200 77  DL610-YTD-STATUS           PIC X(02) VALUE '00'.
012300 77  DL610-XREF-STATUS          PIC X(02) VALUE '00'.
012400 77  DL610-CARD-STATUS          PIC X(02) VALUE '00'.
012500 77  DL610-TODAY                PIC 9(08) VALUE ZERO.
012600 77  DL610-RENUMBERED-CTR       PIC 9(06) COMP VALUE ZERO.
012700 77  DL610-MERGED-CTR           PIC 9(06) COMP VALUE ZERO.
012800 77  DL610-REPOINTED-CTR        PIC 9(06) COMP VALUE ZERO.
012900 77  DL610-FAILED-CTR           PIC 9(06) COMP VALUE ZERO.
013000
013100 01  DL610-CARD-FIELDS.
013200     05  DL610-CARD-KEYWORD         PIC X(10).
013300     05  DL610-CARD-VALUE           PIC X(40).
013400     05  DL610-OLD-KEY              PIC X(10) VALUE SPACES.
013500     05  DL610-NEW-KEY              PIC X(10) VALUE SPACES.
013600
013700*****************************************************************
013800* BEFORE AND AFTER FIGURES FOR THE PAIR IN HAND.  EACH KEY'S    *
013900* TBLMSTR AND TBLYTD RECORDS ARE READ INTO THESE BEFORE         *
014000* ANYTHING IS CHANGED, SO THE REPORT SHOWS WHAT WAS THERE AND   *
014100* THE MERGE WORKS FROM A STABLE COPY WHILE THE ONE RECORD AREA  *
014200* PER FILE IS REUSED.                                           *
014300*****************************************************************
014400 01  DL610-OLD-FIGURES.
014500     05  DL610-OLD-MSTR-SW          PIC X(01).
014600         88  DL610-OLD-HAS-MSTR                VALUE 'Y'.
014700     05  DL610-OLD-MTD-AMOUNT       PIC 9(13).
014800     05  DL610-OLD-MTD-COUNT        PIC 9(06).
014900     05  DL610-OLD-FIRST-POSTED     PIC 9(08).
015000     05  DL610-OLD-LAST-POSTED      PIC 9(08).
015100     05  DL610-OLD-YTD-SW           PIC X(01).
015200         88  DL610-OLD-HAS-YTD                 VALUE 'Y'.
015300     05  DL610-OLD-YTD-YEAR         PIC 9(04).
015400     05  DL610-OLD-YTD-AMOUNT       PIC 9(15).
015500     05  DL610-OLD-YTD-COUNT        PIC 9(08).
015600     05  DL610-OLD-YTD-CLOSED       PIC 9(06).
015700     05  DL610-OLD-ITEM-LIMIT       PIC 9(09).
015800
015900 01  DL610-NEW-FIGURES.
016000     05  DL610-NEW-AREF-SW          PIC X(01).
016100         88  DL610-NEW-NOT-ON-BOOK             VALUE 'N'.
016200         88  DL610-NEW-OPEN                    VALUE 'O'.
016300     05  DL610-NEW-MSTR-SW          PIC X(01).
016400         88  DL610-NEW-HAS-MSTR                VALUE 'Y'.
016500     05  DL610-NEW-MTD-AMOUNT       PIC 9(13).
016600     05  DL610-NEW-MTD-COUNT        PIC 9(06).
016700     05  DL610-NEW-FIRST-POSTED     PIC 9(08).
016800     05  DL610-NEW-LAST-POSTED      PIC 9(08).
016900     05  DL610-NEW-YTD-SW           PIC X(01).
017000         88  DL610-NEW-HAS-YTD                 VALUE 'Y'.
017100     05  DL610-NEW-YTD-YEAR         PIC 9(04).
017200     05  DL610-NEW-YTD-AMOUNT       PIC 9(15).
017300     05  DL610-NEW-YTD-COUNT        PIC 9(08).
017400     05  DL610-NEW-YTD-CLOSED       PIC 9(06).
017500
017600 01  DL610-AFTER-FIGURES.
017700     05  DL610-AFT-MTD-AMOUNT       PIC 9(13).
017800     05  DL610-AFT-MTD-COUNT        PIC 9(06).
017900     05  DL610-AFT-FIRST-POSTED     PIC 9(08).
018000     05  DL610-AFT-LAST-POSTED      PIC 9(08).
018100     05  DL610-AFT-YTD-YEAR         PIC 9(04).
018200     05  DL610-AFT-YTD-AMOUNT       PIC 9(15).
018300     05  DL610-AFT-YTD-COUNT        PIC 9(08).
018400     05  DL610-AFT-YTD-CLOSED       PIC 9(06).
018500
018600 01  DL610-WORK-FIELDS.
018700     05  DL610-EARLY-MONTH          PIC 9(06).
018800     05  DL610-EARLY-CLOSED         PIC 9(06).
018900     05  DL610-REJECT-NOTE          PIC X(60).
019000
019100 01  DL610-HEADING-1.
019200     05  FILLER                     PIC X(46) VALUE
019300             'DL610 - ACCOUNT KEY CONVERSION'.
019400     05  DL610-HDG-DATE             PIC 9(08).
019500     05  FILLER                     PIC X(78) VALUE SPACES.
019600
019700 01  DL610-HEADING-2.
019800     05  FILLER                     PIC X(44) VALUE
019900             'RESULT      OLD KEY     NEW KEY     FIGURES'.
020000     05  FILLER                     PIC X(26) VALUE
020100             '    OLD KEY BEFORE'.
020200     05  FILLER                     PIC X(26) VALUE
020300             '    NEW KEY BEFORE'.
020400     05  FILLER                     PIC X(26) VALUE
020500             '    NEW KEY AFTER'.
020600     05  FILLER                     PIC X(10) VALUE SPACES.
020700
020800 01  DL610-ACTION-LINE.
020900     05  DL610-ACT-RESULT           PIC X(10).
021000     05  FILLER                     PIC X(02) VALUE SPACES.
021100     05  DL610-ACT-OLD-KEY          PIC X(10).
021200     05  FILLER                     PIC X(02) VALUE SPACES.
021300     05  DL610-ACT-NEW-KEY          PIC X(10).
021400     05  FILLER                     PIC X(02) VALUE SPACES.
021500     05  DL610-ACT-NOTE             PIC X(60).
021600     05  FILLER                     PIC X(36) VALUE SPACES.
021700
021800 01  DL610-FIGURE-LINE.
021900     05  FILLER                     PIC X(36) VALUE SPACES.
022000     05  DL610-FIG-LABEL            PIC X(08).
022100     05  DL610-FIG-OLD-AMOUNT       PIC Z(14)9.
022200     05  FILLER                     PIC X(01) VALUE SPACES.
022300     05  DL610-FIG-OLD-COUNT        PIC Z(07)9.
022400     05  FILLER                     PIC X(02) VALUE SPACES.
022500     05  DL610-FIG-NEW-AMOUNT       PIC Z(14)9.
022600     05  FILLER                     PIC X(01) VALUE SPACES.
022700     05  DL610-FIG-NEW-COUNT        PIC Z(07)9.
022800     05  FILLER                     PIC X(02) VALUE SPACES.
022900     05  DL610-FIG-AFT-AMOUNT       PIC Z(14)9.
023000     05  FILLER                     PIC X(01) VALUE SPACES.
023100     05  DL610-FIG-AFT-COUNT        PIC Z(07)9.
023200     05  FILLER                     PIC X(12) VALUE SPACES.
023300
023400 01  DL610-TOTALS-LINE.
023500     05  FILLER                     PIC X(12) VALUE
023600             'RENUMBERED  '.
023700     05  DL610-TOT-RENUMBERED       PIC ZZZZZ9.
023800     05  FILLER                     PIC X(10) VALUE '  MERGED  '.
023900     05  DL610-TOT-MERGED           PIC ZZZZZ9.
024000     05  FILLER                     PIC X(13) VALUE
024100             '  REPOINTED  '.
024200     05  DL610-TOT-REPOINTED        PIC ZZZZZ9.
024300     05  FILLER                     PIC X(10) VALUE '  FAILED  '.
024400     05  DL610-TOT-FAILED           PIC ZZZZZ9.
024500     05  FILLER                     PIC X(63) VALUE SPACES.
024600
024700 01  DL610-SWITCHES.
024800     05  DL610-CARD-EOF-SW          PIC X(01) VALUE 'N'.
024900         88  DL610-CARD-EOF                    VALUE 'Y'.
025000     05  DL610-AREF-OPEN-SW         PIC X(01) VALUE 'N'.
025100         88  DL610-AREF-OPEN                   VALUE 'Y'.
025200     05  DL610-PAIR-SW              PIC X(01) VALUE 'Y'.
025300         88  DL610-PAIR-OK                     VALUE 'Y'.
025400         88  DL610-PAIR-REFUSED                VALUE 'N'.
025500     05  DL610-XREF-EOF-SW          PIC X(01) VALUE 'N'.
025600         88  DL610-XREF-EOF                    VALUE 'Y'.
025700
025800 PROCEDURE DIVISION.
025900*****************************************************************
026000* 0000-MAINLINE                                                 *
026100*****************************************************************
026200 0000-MAINLINE.
026300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026400     IF DL610-AREF-OPEN
026500         PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
026600     END-IF.
026700     PERFORM 8000-TERMINATE THRU 8000-EXIT.
026800     GOBACK.
026900
027000*****************************************************************
027100* 1000-INITIALIZE - THE REFERENCE MASTER MUST ALREADY EXIST     *
027200* (DL600 BUILDS IT); THE OTHER FILES ARE CREATED ON FIRST USE   *
027300*****************************************************************
027400 1000-INITIALIZE.
027500     ACCEPT DL610-TODAY FROM DATE YYYYMMDD
027600     OPEN OUTPUT DL610-REPORT-FILE
027700     MOVE DL610-TODAY TO DL610-HDG-DATE
027800     WRITE DL610-REPORT-LINE FROM DL610-HEADING-1
027900     WRITE DL610-REPORT-LINE FROM DL610-HEADING-2
028000     OPEN I-O DL610-AREF-FILE
028100     IF DL610-AREF-STATUS = '00'
028200         SET DL610-AREF-OPEN TO TRUE
028300     ELSE
028400         DISPLAY 'DL610 - TBLAREF UNAVAILABLE, STATUS '
028500             DL610-AREF-STATUS
028600         GO TO 1000-EXIT
028700     END-IF
028800     OPEN I-O DL610-MASTER-FILE
028900     IF DL610-MSTR-STATUS NOT = '00'
029000         AND DL610-MSTR-STATUS NOT = '05'
029100         OPEN OUTPUT DL610-MASTER-FILE
029200         CLOSE DL610-MASTER-FILE
029300         OPEN I-O DL610-MASTER-FILE
029400     END-IF
029500     OPEN I-O DL610-YTD-FILE
029600     IF DL610-YTD-STATUS NOT = '00'
029700         AND DL610-YTD-STATUS NOT = '05'
029800         OPEN OUTPUT DL610-YTD-FILE
029900         CLOSE DL610-YTD-FILE
030000         OPEN I-O DL610-YTD-FILE
030100     END-IF
030200     OPEN I-O DL610-XREF-FILE
030300     IF DL610-XREF-STATUS NOT = '00'
030400         AND DL610-XREF-STATUS NOT = '05'
030500         OPEN OUTPUT DL610-XREF-FILE
030600         CLOSE DL610-XREF-FILE
030700         OPEN I-O DL610-XREF-FILE
030800     END-IF.
030900 1000-EXIT.
031000     EXIT.
031100
031200*****************************************************************
031300* 2000-PROCESS-CARDS                                            *
031400*****************************************************************
031500 2000-PROCESS-CARDS.
031600     OPEN INPUT DL610-CARD-FILE
031700     IF DL610-CARD-STATUS NOT = '00'
031800         DISPLAY 'DL610 - TBLKCNV UNAVAILABLE, STATUS '
031900             DL610-CARD-STATUS
032000         SET DL610-CARD-EOF TO TRUE
032100         GO TO 2000-EXIT
032200     END-IF
032300     PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
032400         UNTIL DL610-CARD-EOF
032500     CLOSE DL610-CARD-FILE
032600     IF DL610-OLD-KEY NOT = SPACES
032700         MOVE SPACES TO DL610-NEW-KEY
032800         MOVE 'OLD CARD WITH NO NEW CARD AFTER IT'
032900             TO DL610-REJECT-NOTE
033000         PERFORM 3990-REPORT-REFUSED-PAIR THRU 3990-EXIT
033100     END-IF.
033200 2000-EXIT.
033300     EXIT.
033400
033500*****************************************************************
033600* 2100-PROCESS-ONE-CARD - AN OLD CARD IS HELD UNTIL THE NEW     *
033700* CARD THAT COMPLETES THE PAIR; AN OLD CARD STILL WAITING WHEN  *
033800* ANOTHER OLD CARD ARRIVES IS REFUSED                           *
033900*****************************************************************
034000 2100-PROCESS-ONE-CARD.
034100     READ DL610-CARD-FILE
034200         AT END
034300             SET DL610-CARD-EOF TO TRUE
034400             GO TO 2100-EXIT
034500     END-READ
034600     IF DL610-CARD-RECORD = SPACES
034700         OR DL610-CARD-RECORD(1:1) = '*'
034800         GO TO 2100-EXIT
034900     END-IF
035000     MOVE SPACES TO DL610-CARD-KEYWORD
035100     MOVE SPACES TO DL610-CARD-VALUE
035200     UNSTRING DL610-CARD-RECORD DELIMITED BY '='
035300         INTO DL610-CARD-KEYWORD
035400              DL610-CARD-VALUE
035500     END-UNSTRING
035600     IF DL610-CARD-VALUE(1:10) = SPACES
035700         OR DL610-CARD-VALUE(11:30) NOT = SPACES
035800         PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
035900         GO TO 2100-EXIT
036000     END-IF
036100     EVALUATE DL610-CARD-KEYWORD
036200         WHEN 'OLD'
036300             IF DL610-OLD-KEY NOT = SPACES
036400                 MOVE SPACES TO DL610-NEW-KEY
036500                 MOVE 'OLD CARD WITH NO NEW CARD AFTER IT'
036600                     TO DL610-REJECT-NOTE
036700                 PERFORM 3990-REPORT-REFUSED-PAIR THRU 3990-EXIT
036800             END-IF
036900             MOVE DL610-CARD-VALUE(1:10) TO DL610-OLD-KEY
037000         WHEN 'NEW'
037100             IF DL610-OLD-KEY = SPACES
037200                 PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
037300             ELSE
037400                 MOVE DL610-CARD-VALUE(1:10) TO DL610-NEW-KEY
037500                 PERFORM 3000-CONVERT-ONE-KEY THRU 3000-EXIT
037600                 MOVE SPACES TO DL610-OLD-KEY
037700             END-IF
037800         WHEN OTHER
037900             PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
038000     END-EVALUATE.
038100 2100-EXIT.
038200     EXIT.
038300
038400*****************************************************************
038500* 2900-REPORT-BAD-CARD                                          *
038600*****************************************************************
038700 2900-REPORT-BAD-CARD.
038800     ADD 1 TO DL610-FAILED-CTR
038900     MOVE 'BAD CARD  '        TO DL610-ACT-RESULT
039000     MOVE SPACES              TO DL610-ACT-OLD-KEY
039100     MOVE SPACES              TO DL610-ACT-NEW-KEY
039200     MOVE DL610-CARD-RECORD(1:60) TO DL610-ACT-NOTE
039300     WRITE DL610-REPORT-LINE FROM DL610-ACTION-LINE.
039400 2900-EXIT.
039500     EXIT.
039600
039700*****************************************************************
039800* 3000-CONVERT-ONE-KEY - EVERY CHECK IS MADE, AND BOTH KEYS'    *
039900* FIGURES ARE IN HAND, BEFORE THE FIRST RECORD IS CHANGED, SO A *
040000* REFUSED PAIR LEAVES THE FILES EXACTLY AS THEY WERE            *
040100*****************************************************************
040200 3000-CONVERT-ONE-KEY.
040300     SET DL610-PAIR-OK TO TRUE
040400     PERFORM 3100-CHECK-OLD-KEY THRU 3100-EXIT
040500     IF DL610-PAIR-OK
040600         PERFORM 3200-CHECK-NEW-KEY THRU 3200-EXIT
040700     END-IF
040800     IF DL610-PAIR-OK
040900         PERFORM 3300-LOAD-FIGURES THRU 3300-EXIT
041000         PERFORM 3400-CHECK-MONTHS THRU 3400-EXIT
041100     END-IF
041200     IF DL610-PAIR-REFUSED
041300         PERFORM 3990-REPORT-REFUSED-PAIR THRU 3990-EXIT
041400         GO TO 3000-EXIT
041500     END-IF
041600     PERFORM 3500-COMBINE-MASTER THRU 3500-EXIT
041700     PERFORM 3600-COMBINE-YTD THRU 3600-EXIT
041800     PERFORM 3700-UPDATE-REFERENCE THRU 3700-EXIT
041900     PERFORM 3750-WRITE-XREF THRU 3750-EXIT
042000     PERFORM 3900-REPORT-CONVERSION THRU 3900-EXIT
042100     PERFORM 3800-REPOINT-XREF THRU 3800-EXIT.
042200 3000-EXIT.
042300     EXIT.
042400
042500*****************************************************************
042600* 3100-CHECK-OLD-KEY - THE OLD KEY MUST BE ON THE BOOK AND NOT  *
042700* ALREADY CONVERTED.  A CLOSED KEY WITH NO SUCCESSOR MAY STILL  *
042800* BE MERGED, SO ITS HISTORY FOLLOWS THE NEW KEY                 *
042900*****************************************************************
043000 3100-CHECK-OLD-KEY.
043100     IF DL610-OLD-KEY = DL610-NEW-KEY
043200         SET DL610-PAIR-REFUSED TO TRUE
043300         MOVE 'OLD AND NEW KEYS ARE THE SAME' TO DL610-REJECT-NOTE
043400         GO TO 3100-EXIT
043500     END-IF
043600     MOVE DL610-OLD-KEY TO DL100-AREF-KEY
043700     READ DL610-AREF-FILE
043800         INVALID KEY
043900             SET DL610-PAIR-REFUSED TO TRUE
044000             MOVE 'OLD KEY NOT ON THE BOOK' TO DL610-REJECT-NOTE
044100             GO TO 3100-EXIT
044200     END-READ
044300     IF DL100-AREF-SUCCESSOR-KEY NOT = SPACES
044400         AND DL100-AREF-SUCCESSOR-KEY NOT = LOW-VALUES
044500         SET DL610-PAIR-REFUSED TO TRUE
044600         MOVE SPACES TO DL610-REJECT-NOTE
044700         STRING 'OLD KEY ALREADY CONVERTED TO '
044800                DL100-AREF-SUCCESSOR-KEY DELIMITED BY SIZE
044900             INTO DL610-REJECT-NOTE
045000         END-STRING
045100         GO TO 3100-EXIT
045200     END-IF
045300     MOVE ZERO TO DL610-OLD-ITEM-LIMIT
045400     IF DL100-AREF-ITEM-LIMIT IS NUMERIC
045500         MOVE DL100-AREF-ITEM-LIMIT TO DL610-OLD-ITEM-LIMIT
045600     END-IF.
045700 3100-EXIT.
045800     EXIT.
045900
046000*****************************************************************
046100* 3200-CHECK-NEW-KEY - THE NEW KEY IS EITHER OPEN ON THE BOOK   *
046200* (A MERGE) OR NOT ON IT YET (A RENUMBER).  A CLOSED NEW KEY -  *
046300* INCLUDING ONE THAT WAS ITSELF CONVERTED AWAY - IS REFUSED     *
046400*****************************************************************
046500 3200-CHECK-NEW-KEY.
046600     MOVE DL610-NEW-KEY TO DL100-AREF-KEY
046700     READ DL610-AREF-FILE
046800         INVALID KEY
046900             SET DL610-NEW-NOT-ON-BOOK TO TRUE
047000             GO TO 3200-EXIT
047100     END-READ
047200     IF DL100-AREF-IS-CLOSED
047300         SET DL610-PAIR-REFUSED TO TRUE
047400         MOVE 'NEW KEY IS CLOSED ON THE BOOK' TO DL610-REJECT-NOTE
047500         GO TO 3200-EXIT
047600     END-IF
047700     SET DL610-NEW-OPEN TO TRUE.
047800 3200-EXIT.
047900     EXIT.
048000
048100*****************************************************************
048200* 3300-LOAD-FIGURES - BOTH KEYS' MASTER AND YTD RECORDS, AS     *
048300* THEY STAND BEFORE THE CONVERSION                              *
048400*****************************************************************
048500 3300-LOAD-FIGURES.
048600     MOVE 'N'  TO DL610-OLD-MSTR-SW
048700     MOVE ZERO TO DL610-OLD-MTD-AMOUNT
048800     MOVE ZERO TO DL610-OLD-MTD-COUNT
048900     MOVE ZERO TO DL610-OLD-FIRST-POSTED
049000     MOVE ZERO TO DL610-OLD-LAST-POSTED
049100     MOVE 'N'  TO DL610-OLD-YTD-SW
049200     MOVE ZERO TO DL610-OLD-YTD-YEAR
049300     MOVE ZERO TO DL610-OLD-YTD-AMOUNT
049400     MOVE ZERO TO DL610-OLD-YTD-COUNT
049500     MOVE ZERO TO DL610-OLD-YTD-CLOSED
049600     MOVE 'N'  TO DL610-NEW-MSTR-SW
049700     MOVE ZERO TO DL610-NEW-MTD-AMOUNT
049800     MOVE ZERO TO DL610-NEW-MTD-COUNT
049900     MOVE ZERO TO DL610-NEW-FIRST-POSTED
050000     MOVE ZERO TO DL610-NEW-LAST-POSTED
050100     MOVE 'N'  TO DL610-NEW-YTD-SW
050200     MOVE ZERO TO DL610-NEW-YTD-YEAR
050300     MOVE ZERO TO DL610-NEW-YTD-AMOUNT
050400     MOVE ZERO TO DL610-NEW-YTD-COUNT
050500     MOVE ZERO TO DL610-NEW-YTD-CLOSED
050600     MOVE DL610-OLD-KEY TO DL100-MSTR-KEY
050700     READ DL610-MASTER-FILE
050800         NOT INVALID KEY
050900             SET DL610-OLD-HAS-MSTR TO TRUE
051000             MOVE DL100-MSTR-MTD-AMOUNT  TO DL610-OLD-MTD-AMOUNT
051100             MOVE DL100-MSTR-MTD-COUNT   TO DL610-OLD-MTD-COUNT
051200             MOVE DL100-MSTR-FIRST-POSTED
051300                 TO DL610-OLD-FIRST-POSTED
051400             MOVE DL100-MSTR-LAST-POSTED TO DL610-OLD-LAST-POSTED
051500     END-READ
051600     MOVE DL610-NEW-KEY TO DL100-MSTR-KEY
051700     READ DL610-MASTER-FILE
051800         NOT INVALID KEY
051900             SET DL610-NEW-HAS-MSTR TO TRUE
052000             MOVE DL100-MSTR-MTD-AMOUNT  TO DL610-NEW-MTD-AMOUNT
052100             MOVE DL100-MSTR-MTD-COUNT   TO DL610-NEW-MTD-COUNT
052200             MOVE DL100-MSTR-FIRST-POSTED
052300                 TO DL610-NEW-FIRST-POSTED
052400             MOVE DL100-MSTR-LAST-POSTED TO DL610-NEW-LAST-POSTED
052500     END-READ
052600     MOVE DL610-OLD-KEY TO DL100-YTD-KEY
052700     READ DL610-YTD-FILE
052800         NOT INVALID KEY
052900             SET DL610-OLD-HAS-YTD TO TRUE
053000             MOVE DL100-YTD-YEAR         TO DL610-OLD-YTD-YEAR
053100             MOVE DL100-YTD-AMOUNT       TO DL610-OLD-YTD-AMOUNT
053200             MOVE DL100-YTD-COUNT        TO DL610-OLD-YTD-COUNT
053300             MOVE DL100-YTD-LAST-CLOSED  TO DL610-OLD-YTD-CLOSED
053400     END-READ
053500     MOVE DL610-NEW-KEY TO DL100-YTD-KEY
053600     READ DL610-YTD-FILE
053700         NOT INVALID KEY
053800             SET DL610-NEW-HAS-YTD TO TRUE
053900             MOVE DL100-YTD-YEAR         TO DL610-NEW-YTD-YEAR
054000             MOVE DL100-YTD-AMOUNT       TO DL610-NEW-YTD-AMOUNT
054100             MOVE DL100-YTD-COUNT        TO DL610-NEW-YTD-COUNT
054200             MOVE DL100-YTD-LAST-CLOSED  TO DL610-NEW-YTD-CLOSED
054300     END-READ.
054400 3300-EXIT.
054500     EXIT.
054600
054700*****************************************************************
054800* 3400-CHECK-MONTHS - WHEN BOTH KEYS HAVE MASTER RECORDS FOR    *
054900* DIFFERENT MONTHS, ONLY THE LATER MONTH CAN STAY ON TBLMSTR.   *
055000* THE EARLIER MONTH'S FIGURES SURVIVE ONLY IF DL710 HAS ALREADY *
055100* ROLLED THEM INTO THAT KEY'S YTD RECORD - OTHERWISE THE PAIR   *
055200* WAITS FOR THE CLOSE RATHER THAN LOSE A MONTH                  *
055300*****************************************************************
055400 3400-CHECK-MONTHS.
055500     IF NOT DL610-OLD-HAS-MSTR
055600         OR NOT DL610-NEW-HAS-MSTR
055700         OR DL610-OLD-LAST-POSTED(1:6)
055800                = DL610-NEW-LAST-POSTED(1:6)
055900         GO TO 3400-EXIT
056000     END-IF
056100     IF DL610-OLD-LAST-POSTED < DL610-NEW-LAST-POSTED
056200         MOVE DL610-OLD-LAST-POSTED(1:6) TO DL610-EARLY-MONTH
056300         MOVE DL610-OLD-YTD-CLOSED       TO DL610-EARLY-CLOSED
056400     ELSE
056500         MOVE DL610-NEW-LAST-POSTED(1:6) TO DL610-EARLY-MONTH
056600         MOVE DL610-NEW-YTD-CLOSED       TO DL610-EARLY-CLOSED
056700     END-IF
056800     IF DL610-EARLY-CLOSED < DL610-EARLY-MONTH
056900         SET DL610-PAIR-REFUSED TO TRUE
057000         MOVE SPACES TO DL610-REJECT-NOTE
057100         STRING 'MONTH ' DL610-EARLY-MONTH
057200                ' NOT YET CLOSED - RUN DL710 FIRST'
057300                DELIMITED BY SIZE
057400             INTO DL610-REJECT-NOTE
057500         END-STRING
057600     END-IF.
057700 3400-EXIT.
057800     EXIT.
057900
058000*****************************************************************
058100* 3500-COMBINE-MASTER - THE NEW KEY'S TBLMSTR RECORD AFTER THE  *
058200* CONVERSION; THE OLD KEY'S RECORD IS DELETED                   *
058300*****************************************************************
058400 3500-COMBINE-MASTER.
058500     MOVE DL610-NEW-MTD-AMOUNT   TO DL610-AFT-MTD-AMOUNT
058600     MOVE DL610-NEW-MTD-COUNT    TO DL610-AFT-MTD-COUNT
058700     MOVE DL610-NEW-FIRST-POSTED TO DL610-AFT-FIRST-POSTED
058800     MOVE DL610-NEW-LAST-POSTED  TO DL610-AFT-LAST-POSTED
058900     IF NOT DL610-OLD-HAS-MSTR
059000         GO TO 3500-EXIT
059100     END-IF
059200     EVALUATE TRUE
059300         WHEN NOT DL610-NEW-HAS-MSTR
059400             PERFORM 3510-TAKE-OLD-MONTH THRU 3510-EXIT
059500         WHEN DL610-OLD-LAST-POSTED(1:6)
059600                  = DL610-NEW-LAST-POSTED(1:6)
059700             ADD DL610-OLD-MTD-AMOUNT TO DL610-AFT-MTD-AMOUNT
059800             ADD DL610-OLD-MTD-COUNT  TO DL610-AFT-MTD-COUNT
059900             IF DL610-OLD-FIRST-POSTED < DL610-AFT-FIRST-POSTED
060000                 MOVE DL610-OLD-FIRST-POSTED
060100                     TO DL610-AFT-FIRST-POSTED
060200             END-IF
060300             IF DL610-OLD-LAST-POSTED > DL610-AFT-LAST-POSTED
060400                 MOVE DL610-OLD-LAST-POSTED
060500                     TO DL610-AFT-LAST-POSTED
060600             END-IF
060700         WHEN DL610-OLD-LAST-POSTED > DL610-NEW-LAST-POSTED
060800             PERFORM 3510-TAKE-OLD-MONTH THRU 3510-EXIT
060900         WHEN OTHER
061000             CONTINUE
061100     END-EVALUATE
061200     MOVE DL610-NEW-KEY          TO DL100-MSTR-KEY
061300     MOVE DL610-AFT-MTD-AMOUNT   TO DL100-MSTR-MTD-AMOUNT
061400     MOVE DL610-AFT-MTD-COUNT    TO DL100-MSTR-MTD-COUNT
061500     MOVE DL610-AFT-FIRST-POSTED TO DL100-MSTR-FIRST-POSTED
061600     MOVE DL610-AFT-LAST-POSTED  TO DL100-MSTR-LAST-POSTED
061700     IF DL610-NEW-HAS-MSTR
061800         REWRITE DL100-MSTR-RECORD
061900     ELSE
062000         WRITE DL100-MSTR-RECORD
062100     END-IF
062200     MOVE DL610-OLD-KEY TO DL100-MSTR-KEY
062300     DELETE DL610-MASTER-FILE.
062400 3500-EXIT.
062500     EXIT.
062600
062700*****************************************************************
062800* 3510-TAKE-OLD-MONTH                                           *
062900*****************************************************************
063000 3510-TAKE-OLD-MONTH.
063100     MOVE DL610-OLD-MTD-AMOUNT   TO DL610-AFT-MTD-AMOUNT
063200     MOVE DL610-OLD-MTD-COUNT    TO DL610-AFT-MTD-COUNT
063300     MOVE DL610-OLD-FIRST-POSTED TO DL610-AFT-FIRST-POSTED
063400     MOVE DL610-OLD-LAST-POSTED  TO DL610-AFT-LAST-POSTED.
063500 3510-EXIT.
063600     EXIT.
063700
063800*****************************************************************
063900* 3600-COMBINE-YTD - THE NEW KEY'S TBLYTD RECORD AFTER THE      *
064000* CONVERSION; THE OLD KEY'S RECORD IS DELETED                   *
064100*****************************************************************
064200 3600-COMBINE-YTD.
064300     MOVE DL610-NEW-YTD-YEAR    TO DL610-AFT-YTD-YEAR
064400     MOVE DL610-NEW-YTD-AMOUNT  TO DL610-AFT-YTD-AMOUNT
064500     MOVE DL610-NEW-YTD-COUNT   TO DL610-AFT-YTD-COUNT
064600     MOVE DL610-NEW-YTD-CLOSED  TO DL610-AFT-YTD-CLOSED
064700     IF NOT DL610-OLD-HAS-YTD
064800         GO TO 3600-EXIT
064900     END-IF
065000     EVALUATE TRUE
065100         WHEN NOT DL610-NEW-HAS-YTD
065200             PERFORM 3610-TAKE-OLD-YEAR THRU 3610-EXIT
065300         WHEN DL610-OLD-YTD-YEAR = DL610-NEW-YTD-YEAR
065400             ADD DL610-OLD-YTD-AMOUNT TO DL610-AFT-YTD-AMOUNT
065500             ADD DL610-OLD-YTD-COUNT  TO DL610-AFT-YTD-COUNT
065600             IF DL610-OLD-YTD-CLOSED > DL610-AFT-YTD-CLOSED
065700                 MOVE DL610-OLD-YTD-CLOSED TO DL610-AFT-YTD-CLOSED
065800             END-IF
065900         WHEN DL610-OLD-YTD-YEAR > DL610-NEW-YTD-YEAR
066000             PERFORM 3610-TAKE-OLD-YEAR THRU 3610-EXIT
066100         WHEN OTHER
066200             CONTINUE
066300     END-EVALUATE
066400     MOVE DL610-NEW-KEY         TO DL100-YTD-KEY
066500     MOVE DL610-AFT-YTD-YEAR    TO DL100-YTD-YEAR
066600     MOVE DL610-AFT-YTD-AMOUNT  TO DL100-YTD-AMOUNT
066700     MOVE DL610-AFT-YTD-COUNT   TO DL100-YTD-COUNT
066800     MOVE DL610-AFT-YTD-CLOSED  TO DL100-YTD-LAST-CLOSED
066900     IF DL610-NEW-HAS-YTD
067000         REWRITE DL100-YTD-RECORD
067100     ELSE
067200         WRITE DL100-YTD-RECORD
067300     END-IF
067400     MOVE DL610-OLD-KEY TO DL100-YTD-KEY
067500     DELETE DL610-YTD-FILE.
067600 3600-EXIT.
067700     EXIT.
067800
067900*****************************************************************
068000* 3610-TAKE-OLD-YEAR                                            *
068100*****************************************************************
068200 3610-TAKE-OLD-YEAR.
068300     MOVE DL610-OLD-YTD-YEAR    TO DL610-AFT-YTD-YEAR
068400     MOVE DL610-OLD-YTD-AMOUNT  TO DL610-AFT-YTD-AMOUNT
068500     MOVE DL610-OLD-YTD-COUNT   TO DL610-AFT-YTD-COUNT
068600     MOVE DL610-OLD-YTD-CLOSED  TO DL610-AFT-YTD-CLOSED.
068700 3610-EXIT.
068800     EXIT.
068900
069000*****************************************************************
069100* 3700-UPDATE-REFERENCE - CLOSE THE OLD KEY WITH ITS SUCCESSOR  *
069200* POINTER, AND PUT A RENUMBERED KEY ON THE BOOK                 *
069300*****************************************************************
069400 3700-UPDATE-REFERENCE.
069500     MOVE DL610-OLD-KEY TO DL100-AREF-KEY
069600     READ DL610-AREF-FILE
069700         INVALID KEY
069800             GO TO 3700-EXIT
069900     END-READ
070000     SET DL100-AREF-IS-CLOSED TO TRUE
070100     MOVE DL610-TODAY   TO DL100-AREF-CLOSED-DATE
070200     MOVE DL610-NEW-KEY TO DL100-AREF-SUCCESSOR-KEY
070300     REWRITE DL100-AREF-RECORD
070400     IF DL610-NEW-NOT-ON-BOOK
070500         MOVE DL610-NEW-KEY        TO DL100-AREF-KEY
070600         SET DL100-AREF-IS-OPEN    TO TRUE
070700         MOVE DL610-TODAY          TO DL100-AREF-ADDED-DATE
070800         MOVE ZERO                 TO DL100-AREF-CLOSED-DATE
070900         MOVE DL610-OLD-ITEM-LIMIT TO DL100-AREF-ITEM-LIMIT
071000         MOVE SPACES               TO DL100-AREF-SUCCESSOR-KEY
071100         WRITE DL100-AREF-RECORD
071200     END-IF.
071300 3700-EXIT.
071400     EXIT.
071500
071600*****************************************************************
071700* 3750-WRITE-XREF - A KEY REOPENED BY DL600 AND CONVERTED AGAIN *
071800* REPLACES ITS EARLIER ENTRY                                    *
071900*****************************************************************
072000 3750-WRITE-XREF.
072100     MOVE DL610-OLD-KEY TO DL610-XREF-OLD-KEY
072200     MOVE DL610-NEW-KEY TO DL610-XREF-NEW-KEY
072300     MOVE DL610-NEW-KEY TO DL610-XREF-FIRST-NEW-KEY
072400     IF DL610-NEW-NOT-ON-BOOK
072500         AND NOT DL610-NEW-HAS-MSTR
072600         AND NOT DL610-NEW-HAS-YTD
072700         SET DL610-XREF-RENUMBERED TO TRUE
072800         ADD 1 TO DL610-RENUMBERED-CTR
072900     ELSE
073000         SET DL610-XREF-MERGED TO TRUE
073100         ADD 1 TO DL610-MERGED-CTR
073200     END-IF
073300     MOVE DL610-TODAY TO DL610-XREF-CONV-DATE
073400     MOVE ZERO        TO DL610-XREF-REPOINT-DATE
073500     WRITE DL610-XREF-RECORD
073600         INVALID KEY
073700             REWRITE DL610-XREF-RECORD
073800     END-WRITE.
073900 3750-EXIT.
074000     EXIT.
074100
074200*****************************************************************
074300* 3800-REPOINT-XREF - AN EARLIER CONVERSION THAT LED TO THE KEY *
074400* JUST CONVERTED AWAY NOW LEADS TO ITS SUCCESSOR, SO DL100      *
074500* NEVER HAS TO FOLLOW A CHAIN.  THE CROSS-REFERENCE IS SMALL; A *
074600* FULL PASS PER PAIR IS CHEAPER THAN AN ALTERNATE INDEX         *
074700*****************************************************************
074800 3800-REPOINT-XREF.
074900     MOVE 'N' TO DL610-XREF-EOF-SW
075000     MOVE LOW-VALUES TO DL610-XREF-OLD-KEY
075100     START DL610-XREF-FILE KEY >= DL610-XREF-OLD-KEY
075200         INVALID KEY
075300             GO TO 3800-EXIT
075400     END-START
075500     PERFORM 3810-REPOINT-ONE-ENTRY THRU 3810-EXIT
075600         UNTIL DL610-XREF-EOF.
075700 3800-EXIT.
075800     EXIT.
075900
076000*****************************************************************
076100* 3810-REPOINT-ONE-ENTRY                                        *
076200*****************************************************************
076300 3810-REPOINT-ONE-ENTRY.
076400     READ DL610-XREF-FILE NEXT RECORD
076500         AT END
076600             SET DL610-XREF-EOF TO TRUE
076700             GO TO 3810-EXIT
076800     END-READ
076900     IF DL610-XREF-NEW-KEY NOT = DL610-OLD-KEY
077000         GO TO 3810-EXIT
077100     END-IF
077200     MOVE DL610-NEW-KEY TO DL610-XREF-NEW-KEY
077300     MOVE DL610-TODAY   TO DL610-XREF-REPOINT-DATE
077400     REWRITE DL610-XREF-RECORD
077500     ADD 1 TO DL610-REPOINTED-CTR
077600     MOVE 'REPOINTED '        TO DL610-ACT-RESULT
077700     MOVE DL610-XREF-OLD-KEY  TO DL610-ACT-OLD-KEY
077800     MOVE DL610-NEW-KEY       TO DL610-ACT-NEW-KEY
077900     MOVE SPACES              TO DL610-ACT-NOTE
078000     STRING 'EARLIER CONVERSION NOW LEADS TO THE NEW KEY, NOT '
078100            DL610-OLD-KEY DELIMITED BY SIZE
078200         INTO DL610-ACT-NOTE
078300     END-STRING
078400     WRITE DL610-REPORT-LINE FROM DL610-ACTION-LINE.
078500 3810-EXIT.
078600     EXIT.
078700
078800*****************************************************************
078900* 3900-REPORT-CONVERSION - THE PAIR'S ACTION LINE, THEN ONE     *
079000* FIGURE LINE FOR THE MASTER AND ONE FOR THE YEAR-TO-DATE: THE  *
079100* OLD KEY BEFORE, THE NEW KEY BEFORE, AND THE NEW KEY AFTER     *
079200*****************************************************************
079300 3900-REPORT-CONVERSION.
079400     MOVE DL610-OLD-KEY TO DL610-ACT-OLD-KEY
079500     MOVE DL610-NEW-KEY TO DL610-ACT-NEW-KEY
079600     IF DL610-XREF-RENUMBERED
079700         MOVE 'RENUMBERED' TO DL610-ACT-RESULT
079800         MOVE 'OLD KEY CLOSED; NEW KEY ADDED TO THE BOOK'
079900             TO DL610-ACT-NOTE
080000     ELSE
080100         MOVE 'MERGED    ' TO DL610-ACT-RESULT
080200         MOVE 'OLD KEY CLOSED; FIGURES COMBINED ONTO NEW KEY'
080300             TO DL610-ACT-NOTE
080400     END-IF
080500     WRITE DL610-REPORT-LINE FROM DL610-ACTION-LINE
080600     MOVE 'MTD     '           TO DL610-FIG-LABEL
080700     MOVE DL610-OLD-MTD-AMOUNT TO DL610-FIG-OLD-AMOUNT
080800     MOVE DL610-OLD-MTD-COUNT  TO DL610-FIG-OLD-COUNT
080900     MOVE DL610-NEW-MTD-AMOUNT TO DL610-FIG-NEW-AMOUNT
081000     MOVE DL610-NEW-MTD-COUNT  TO DL610-FIG-NEW-COUNT
081100     MOVE DL610-AFT-MTD-AMOUNT TO DL610-FIG-AFT-AMOUNT
081200     MOVE DL610-AFT-MTD-COUNT  TO DL610-FIG-AFT-COUNT
081300     WRITE DL610-REPORT-LINE FROM DL610-FIGURE-LINE
081400     MOVE 'YTD     '           TO DL610-FIG-LABEL
081500     IF DL610-AFT-YTD-YEAR > ZERO
081600         STRING 'YTD ' DL610-AFT-YTD-YEAR DELIMITED BY SIZE
081700             INTO DL610-FIG-LABEL
081800         END-STRING
081900     END-IF
082000     MOVE DL610-OLD-YTD-AMOUNT TO DL610-FIG-OLD-AMOUNT
082100     MOVE DL610-OLD-YTD-COUNT  TO DL610-FIG-OLD-COUNT
082200     MOVE DL610-NEW-YTD-AMOUNT TO DL610-FIG-NEW-AMOUNT
082300     MOVE DL610-NEW-YTD-COUNT  TO DL610-FIG-NEW-COUNT
082400     MOVE DL610-AFT-YTD-AMOUNT TO DL610-FIG-AFT-AMOUNT
082500     MOVE DL610-AFT-YTD-COUNT  TO DL610-FIG-AFT-COUNT
082600     WRITE DL610-REPORT-LINE FROM DL610-FIGURE-LINE.
082700 3900-EXIT.
082800     EXIT.
082900
083000*****************************************************************
083100* 3990-REPORT-REFUSED-PAIR                                      *
083200*****************************************************************
083300 3990-REPORT-REFUSED-PAIR.
083400     ADD 1 TO DL610-FAILED-CTR
083500     MOVE 'REFUSED   '       TO DL610-ACT-RESULT
083600     MOVE DL610-OLD-KEY      TO DL610-ACT-OLD-KEY
083700     MOVE DL610-NEW-KEY      TO DL610-ACT-NEW-KEY
083800     MOVE DL610-REJECT-NOTE  TO DL610-ACT-NOTE
083900     WRITE DL610-REPORT-LINE FROM DL610-ACTION-LINE.
084000 3990-EXIT.
084100     EXIT.
084200
084300*****************************************************************
084400* 8000-TERMINATE - TOTALS, CLOSES, AND THE STEP CODE            *
084500*****************************************************************
084600 8000-TERMINATE.
084700     MOVE DL610-RENUMBERED-CTR TO DL610-TOT-RENUMBERED
084800     MOVE DL610-MERGED-CTR     TO DL610-TOT-MERGED
084900     MOVE DL610-REPOINTED-CTR  TO DL610-TOT-REPOINTED
085000     MOVE DL610-FAILED-CTR     TO DL610-TOT-FAILED
085100     WRITE DL610-REPORT-LINE FROM DL610-TOTALS-LINE
085200     IF DL610-AREF-OPEN
085300         CLOSE DL610-AREF-FILE
085400         CLOSE DL610-MASTER-FILE
085500         CLOSE DL610-YTD-FILE
085600         CLOSE DL610-XREF-FILE
085700     END-IF
085800     CLOSE DL610-REPORT-FILE
085900     DISPLAY 'DL610 - KEYS RENUMBERED : ' DL610-RENUMBERED-CTR
086000     DISPLAY 'DL610 - KEYS MERGED     : ' DL610-MERGED-CTR
086100     DISPLAY 'DL610 - XREF REPOINTED  : ' DL610-REPOINTED-CTR
086200     DISPLAY 'DL610 - CARDS FAILED    : ' DL610-FAILED-CTR
086300     IF DL610-FAILED-CTR > ZERO
086400         MOVE 4 TO RETURN-CODE
086500     END-IF
086600     IF NOT DL610-AREF-OPEN
086700         MOVE 8 TO RETURN-CODE
086800     END-IF.
086900 8000-EXIT.
087000     EXIT.

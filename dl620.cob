000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL620.
000300 AUTHOR.        R SHAUGHNESSY.
000400 INSTALLATION.  DAILY PROCESSING - OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DL620 - OPERATOR AUTHORITY MAINTENANCE                        *
000900*                                                               *
001000* MAINTAINS THE TBLOPER OPERATOR AUTHORITY FILE THAT THE ONLINE *
001100* TRANSACTIONS (DL300 INQUIRY, DL310 REJECT REPAIR, DL320       *
001200* LARGE-ITEM RELEASE) CHECK THE SIGNED-ON CICS USER ID AGAINST. *
001300* DRIVEN BY CARDS ON TBLOMNT (KEYWORD=VALUE, '*' COMMENTS):     *
001400*   GRANT=UUUUUUUU,TTTT,L                                       *
001500*                      GIVE USER U RIGHT L ON TRANSACTION T     *
001600*                      (DL3I, DL3R OR DL3H; I = INQUIRY,        *
001700*                      R = REPAIR, S = SUPERVISOR).  A NEW      *
001800*                      USER IS ADDED ACTIVE; A REVOKED ONE      *
001900*                      STAYS REVOKED UNTIL RESTORED             *
002000*   DENY=UUUUUUUU,TTTT TAKE AWAY EVERY RIGHT ON TRANSACTION T   *
002100*   REVOKE=UUUUUUUU    REFUSE THE USER EVERYWHERE; THE RECORD   *
002200*                      AND ITS RIGHTS STAY ON FILE FOR AUDIT    *
002300*   RESTORE=UUUUUUUU   LIFT A REVOKE, RIGHTS AS THEY WERE       *
002400*   NAME=UUUUUUUU,TEXT THE OPERATOR'S NAME FOR THE REPORTS      *
002500* EVERY ACTION AND EVERY CARD THAT COULD NOT APPLY PRINTS ON    *
002600* TBLOPRP, FOLLOWED BY THE WHOLE AUTHORITY FILE AS IT STANDS AT *
002700* THE END OF THE RUN FOR THE AUDITORS.  THE FILE IS CREATED ON  *
002800* FIRST USE, LIKE TBLAREF.                                      *
002900*                                                               *
003000* RETURN CODES: 8 = TBLOPER UNAVAILABLE, NOTHING CHANGED;       *
003100* 4 = AT LEAST ONE CARD COULD NOT BE APPLIED; 0 = CLEAN.        *
003200*                                                               *
003300* MODIFICATION HISTORY                                          *
003400* ---------------------------------------------------------     *
003500* 10/15/2026  RS   ORIGINAL PROGRAM.                            *
003520* 10/15/2026  RS   AN AUTHORITY FILE THAT CANNOT BE OPENED OR   *
003540*                  CREATED NOW STOPS THE RUN BEFORE ANY CARD IS *
003560*                  APPLIED OR THE FILE LISTED, WITH RETURN CODE *
003580*                  8.                                           *
003600*****************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.   IBM-370.
004000 OBJECT-COMPUTER.   IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT DL620-OPER-FILE
004400         ASSIGN TO TBLOPER
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS DL620-OPER-USERID
004800         FILE STATUS IS DL620-OPER-FSTATUS.
004900
005000     SELECT DL620-CARD-FILE
005100         ASSIGN TO TBLOMNT
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS DL620-CARD-STATUS.
005400
005500     SELECT DL620-REPORT-FILE
005600         ASSIGN TO TBLOPRP
005700         ORGANIZATION IS LINE SEQUENTIAL.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  DL620-OPER-FILE.
006200 COPY "dl620op.cpy".
006300
006400 FD  DL620-CARD-FILE
006500     RECORDING MODE IS F.
006600 01  DL620-CARD-RECORD              PIC X(80).
006700
006800 FD  DL620-REPORT-FILE
006900     RECORDING MODE IS F.
007000 01  DL620-REPORT-LINE              PIC X(132).
007100
007200 WORKING-STORAGE SECTION.
007300 77  DL620-OPER-FSTATUS         PIC X(02) VALUE '00'.
007400 77  DL620-CARD-STATUS          PIC X(02) VALUE '00'.
007500 77  DL620-TODAY                PIC 9(08) VALUE ZERO.
007600 77  DL620-RIGHT-IDX            PIC 9(04) COMP VALUE ZERO.
007700 77  DL620-GRANTED-CTR          PIC 9(06) COMP VALUE ZERO.
007800 77  DL620-ADDED-CTR            PIC 9(06) COMP VALUE ZERO.
007900 77  DL620-DENIED-CTR           PIC 9(06) COMP VALUE ZERO.
008000 77  DL620-REVOKED-CTR          PIC 9(06) COMP VALUE ZERO.
008100 77  DL620-RESTORED-CTR         PIC 9(06) COMP VALUE ZERO.
008200 77  DL620-NAMED-CTR            PIC 9(06) COMP VALUE ZERO.
008300 77  DL620-FAILED-CTR           PIC 9(06) COMP VALUE ZERO.
008400 77  DL620-LISTED-CTR           PIC 9(06) COMP VALUE ZERO.
008500
008600 01  DL620-CARD-FIELDS.
008700     05  DL620-CARD-KEYWORD         PIC X(10).
008800     05  DL620-CARD-VALUE           PIC X(60).
008900     05  DL620-WORK-USERID          PIC X(08).
009000     05  DL620-WORK-TXN             PIC X(04).
009100     05  DL620-WORK-LEVEL           PIC X(01).
009200         88  DL620-WORK-LEVEL-VALID            VALUE 'I' 'R' 'S'.
009300     05  DL620-WORK-NAME            PIC X(30).
009400
009500 01  DL620-HEADING-1.
009600     05  FILLER                     PIC X(46) VALUE
009700             'DL620 - OPERATOR AUTHORITY MAINTENANCE'.
009800     05  DL620-HDG-DATE             PIC 9(08).
009900     05  FILLER                     PIC X(78) VALUE SPACES.
010000
010100 01  DL620-ACTION-LINE.
010200     05  DL620-ACT-RESULT           PIC X(10).
010300     05  FILLER                     PIC X(07) VALUE '  USER '.
010400     05  DL620-ACT-USERID           PIC X(08).
010500     05  FILLER                     PIC X(02) VALUE SPACES.
010600     05  DL620-ACT-NOTE             PIC X(60).
010700     05  FILLER                     PIC X(45) VALUE SPACES.
010800
010900 01  DL620-TOTALS-LINE.
011000     05  FILLER                     PIC X(08) VALUE 'GRANTED '.
011100     05  DL620-TOT-GRANTED          PIC ZZZZZ9.
011200     05  FILLER                     PIC X(09) VALUE '  ADDED  '.
011300     05  DL620-TOT-ADDED            PIC ZZZZZ9.
011400     05  FILLER                     PIC X(10) VALUE '  DENIED  '.
011500     05  DL620-TOT-DENIED           PIC ZZZZZ9.
011600     05  FILLER                     PIC X(11) VALUE '  REVOKED  '.
011700     05  DL620-TOT-REVOKED          PIC ZZZZZ9.
011800     05  FILLER                     PIC X(12) VALUE
011900             '  RESTORED  '.
012000     05  DL620-TOT-RESTORED         PIC ZZZZZ9.
012100     05  FILLER                     PIC X(09) VALUE '  NAMED  '.
012200     05  DL620-TOT-NAMED            PIC ZZZZZ9.
012300     05  FILLER                     PIC X(10) VALUE '  FAILED  '.
012400     05  DL620-TOT-FAILED           PIC ZZZZZ9.
012500     05  FILLER                     PIC X(21) VALUE SPACES.
012600
012700 01  DL620-LIST-HEADING-1.
012800     05  FILLER                     PIC X(38) VALUE
012900             'OPERATOR AUTHORITY ON FILE AT END OF '.
013000     05  FILLER                     PIC X(04) VALUE 'RUN '.
013100     05  DL620-LHD-DATE             PIC 9(08).
013200     05  FILLER                     PIC X(82) VALUE SPACES.
013300
013400 01  DL620-LIST-HEADING-2.
013500     05  FILLER                     PIC X(10) VALUE 'USER ID'.
013600     05  FILLER                     PIC X(32) VALUE 'NAME'.
013700     05  FILLER                     PIC X(11) VALUE 'STATUS'.
013800     05  FILLER                     PIC X(22) VALUE
013900             'DL3I  DL3R  DL3H'.
014000     05  FILLER                     PIC X(10) VALUE 'ADDED'.
014100     05  FILLER                     PIC X(10) VALUE 'CHANGED'.
014200     05  FILLER                     PIC X(37) VALUE SPACES.
014300
014400 01  DL620-LIST-LINE.
014500     05  DL620-LST-USERID           PIC X(08).
014600     05  FILLER                     PIC X(02) VALUE SPACES.
014700     05  DL620-LST-NAME             PIC X(30).
014800     05  FILLER                     PIC X(02) VALUE SPACES.
014900     05  DL620-LST-STATUS           PIC X(07).
015000     05  FILLER                     PIC X(04) VALUE SPACES.
015100     05  DL620-LST-DL3I             PIC X(01).
015200     05  FILLER                     PIC X(05) VALUE SPACES.
015300     05  DL620-LST-DL3R             PIC X(01).
015400     05  FILLER                     PIC X(05) VALUE SPACES.
015500     05  DL620-LST-DL3H             PIC X(01).
015600     05  FILLER                     PIC X(09) VALUE SPACES.
015700     05  DL620-LST-ADDED            PIC 9(08).
015800     05  FILLER                     PIC X(02) VALUE SPACES.
015900     05  DL620-LST-CHANGED          PIC 9(08).
016000     05  FILLER                     PIC X(39) VALUE SPACES.
016100
016200 01  DL620-LIST-TOTAL-LINE.
016300     05  FILLER                     PIC X(20) VALUE
016400             'OPERATORS ON FILE '.
016500     05  DL620-LTL-COUNT            PIC ZZZZZ9.
016600     05  FILLER                     PIC X(106) VALUE SPACES.
016700
016800 01  DL620-SWITCHES.
016900     05  DL620-CARD-EOF-SW          PIC X(01) VALUE 'N'.
017000         88  DL620-CARD-EOF                    VALUE 'Y'.
017100     05  DL620-OPER-FOUND-SW        PIC X(01) VALUE 'N'.
017200         88  DL620-OPER-FOUND                  VALUE 'Y'.
017300     05  DL620-LIST-EOF-SW          PIC X(01) VALUE 'N'.
017400         88  DL620-LIST-EOF                    VALUE 'Y'.
017420     05  DL620-OPER-OPEN-SW         PIC X(01) VALUE 'N'.
017440         88  DL620-OPER-OPEN                   VALUE 'Y'.
017500
017600 PROCEDURE DIVISION.
017700*****************************************************************
017800* 0000-MAINLINE                                                 *
017900*****************************************************************
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     IF DL620-OPER-OPEN
018300         PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
018320         PERFORM 7000-LIST-AUTHORITY THRU 7000-EXIT
018340     END-IF.
018400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
018500     GOBACK.
018600
018700*****************************************************************
018800* 1000-INITIALIZE - THE AUTHORITY FILE IS CREATED ON FIRST USE. *
018820* A FILE THAT STILL WILL NOT OPEN STOPS THE RUN - NO CARD IS    *
018840* APPLIED AND THE STEP ENDS RETURN CODE 8                       *
018900*****************************************************************
019000 1000-INITIALIZE.
019100     ACCEPT DL620-TODAY FROM DATE YYYYMMDD
019200     OPEN OUTPUT DL620-REPORT-FILE
019300     MOVE DL620-TODAY TO DL620-HDG-DATE
019400     WRITE DL620-REPORT-LINE FROM DL620-HEADING-1
019500     OPEN I-O DL620-OPER-FILE
019600     IF DL620-OPER-FSTATUS NOT = '00'
019700         AND DL620-OPER-FSTATUS NOT = '05'
019800         OPEN OUTPUT DL620-OPER-FILE
019900         CLOSE DL620-OPER-FILE
020000         OPEN I-O DL620-OPER-FILE
020100     END-IF
020110     IF DL620-OPER-FSTATUS = '00' OR '05'
020120         SET DL620-OPER-OPEN TO TRUE
020130     ELSE
020140         DISPLAY 'DL620 - TBLOPER UNAVAILABLE, STATUS '
020150             DL620-OPER-FSTATUS
020160     END-IF.
020200 1000-EXIT.
020300     EXIT.
020400
020500*****************************************************************
020600* 2000-PROCESS-CARDS                                            *
020700*****************************************************************
020800 2000-PROCESS-CARDS.
020900     OPEN INPUT DL620-CARD-FILE
021000     IF DL620-CARD-STATUS NOT = '00'
021100         DISPLAY 'DL620 - TBLOMNT UNAVAILABLE, STATUS '
021200             DL620-CARD-STATUS
021300         SET DL620-CARD-EOF TO TRUE
021400         GO TO 2000-EXIT
021500     END-IF
021600     PERFORM 2100-PROCESS-ONE-CARD THRU 2100-EXIT
021700         UNTIL DL620-CARD-EOF
021800     CLOSE DL620-CARD-FILE.
021900 2000-EXIT.
022000     EXIT.
022100
022200*****************************************************************
022300* 2100-PROCESS-ONE-CARD - THE VALUE IS THE USER ID, THEN FOR    *
022400* GRANT AND DENY THE TRANSACTION AND LEVEL, OR FOR NAME THE     *
022500* NAME, SEPARATED BY COMMAS                                     *
022600*****************************************************************
022700 2100-PROCESS-ONE-CARD.
022800     READ DL620-CARD-FILE
022900         AT END
023000             SET DL620-CARD-EOF TO TRUE
023100             GO TO 2100-EXIT
023200     END-READ
023300     IF DL620-CARD-RECORD = SPACES
023400         OR DL620-CARD-RECORD(1:1) = '*'
023500         GO TO 2100-EXIT
023600     END-IF
023700     MOVE SPACES TO DL620-CARD-KEYWORD
023800     MOVE SPACES TO DL620-CARD-VALUE
023900     UNSTRING DL620-CARD-RECORD DELIMITED BY '='
024000         INTO DL620-CARD-KEYWORD
024100              DL620-CARD-VALUE
024200     END-UNSTRING
024300     MOVE SPACES TO DL620-WORK-USERID
024400     MOVE SPACES TO DL620-WORK-TXN
024500     MOVE SPACES TO DL620-WORK-LEVEL
024600     MOVE SPACES TO DL620-WORK-NAME
024700     IF DL620-CARD-KEYWORD = 'NAME'
024800         UNSTRING DL620-CARD-VALUE DELIMITED BY ','
024900             INTO DL620-WORK-USERID
025000                  DL620-WORK-NAME
025100         END-UNSTRING
025200     ELSE
025300         UNSTRING DL620-CARD-VALUE DELIMITED BY ','
025400             INTO DL620-WORK-USERID
025500                  DL620-WORK-TXN
025600                  DL620-WORK-LEVEL
025700         END-UNSTRING
025800     END-IF
025900     IF DL620-WORK-USERID = SPACES
026000         PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
026100         GO TO 2100-EXIT
026200     END-IF
026300     EVALUATE DL620-CARD-KEYWORD
026400         WHEN 'GRANT'
026500             PERFORM 3000-GRANT-RIGHT THRU 3000-EXIT
026600         WHEN 'DENY'
026700             PERFORM 4000-DENY-RIGHT THRU 4000-EXIT
026800         WHEN 'REVOKE'
026900             PERFORM 5000-REVOKE-OPERATOR THRU 5000-EXIT
027000         WHEN 'RESTORE'
027100             PERFORM 5100-RESTORE-OPERATOR THRU 5100-EXIT
027200         WHEN 'NAME'
027300             PERFORM 6000-NAME-OPERATOR THRU 6000-EXIT
027400         WHEN OTHER
027500             PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
027600     END-EVALUATE.
027700 2100-EXIT.
027800     EXIT.
027900
028000*****************************************************************
028100* 2200-FIND-RIGHT-IDX - THE TRANSACTION ON THE CARD TO ITS      *
028200* POSITION IN DL620-OPER-RIGHT-TABLE; ZERO WHEN IT IS NOT ONE   *
028300* OF OURS                                                       *
028400*****************************************************************
028500 2200-FIND-RIGHT-IDX.
028600     EVALUATE DL620-WORK-TXN
028700         WHEN 'DL3I'
028800             MOVE 1 TO DL620-RIGHT-IDX
028900         WHEN 'DL3R'
029000             MOVE 2 TO DL620-RIGHT-IDX
029100         WHEN 'DL3H'
029200             MOVE 3 TO DL620-RIGHT-IDX
029300         WHEN OTHER
029400             MOVE 0 TO DL620-RIGHT-IDX
029500     END-EVALUATE.
029600 2200-EXIT.
029700     EXIT.
029800
029900*****************************************************************
030000* 2900-REPORT-BAD-CARD                                          *
030100*****************************************************************
030200 2900-REPORT-BAD-CARD.
030300     ADD 1 TO DL620-FAILED-CTR
030400     MOVE 'BAD CARD  '        TO DL620-ACT-RESULT
030500     MOVE DL620-CARD-RECORD(1:60) TO DL620-ACT-NOTE
030600     PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT.
030700 2900-EXIT.
030800     EXIT.
030900
031000*****************************************************************
031100* 3000-GRANT-RIGHT - SET THE RIGHT FOR ONE TRANSACTION.  A USER *
031200* NOT YET ON FILE GOES ON ACTIVE WITH NO OTHER RIGHTS; A        *
031300* REVOKED USER GETS THE RIGHT BUT STAYS REVOKED, SO A GRANT CAN *
031400* NEVER UNDO A REVOKE BY ACCIDENT                               *
031500*****************************************************************
031600 3000-GRANT-RIGHT.
031700     PERFORM 2200-FIND-RIGHT-IDX THRU 2200-EXIT
031800     IF DL620-RIGHT-IDX = ZERO
031900         OR NOT DL620-WORK-LEVEL-VALID
032000         PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
032100         GO TO 3000-EXIT
032200     END-IF
032300     PERFORM 3800-READ-OPERATOR THRU 3800-EXIT
032400     IF NOT DL620-OPER-FOUND
032500         PERFORM 3100-ADD-OPERATOR THRU 3100-EXIT
032600         GO TO 3000-EXIT
032700     END-IF
032800     MOVE DL620-WORK-LEVEL TO DL620-OPER-RIGHT(DL620-RIGHT-IDX)
032900     MOVE DL620-TODAY TO DL620-OPER-CHANGED-DATE
033000     REWRITE DL620-OPER-RECORD
033100     ADD 1 TO DL620-GRANTED-CTR
033200     MOVE 'GRANTED   ' TO DL620-ACT-RESULT
033300     MOVE SPACES TO DL620-ACT-NOTE
033400     STRING DL620-WORK-TXN DELIMITED BY SIZE
033500            ' RIGHT SET TO ' DELIMITED BY SIZE
033600            DL620-WORK-LEVEL DELIMITED BY SIZE
033700         INTO DL620-ACT-NOTE
033800     END-STRING
033900     IF DL620-OPER-REVOKED
034000         MOVE SPACES TO DL620-ACT-NOTE
034100         STRING DL620-WORK-TXN DELIMITED BY SIZE
034200                ' RIGHT SET TO ' DELIMITED BY SIZE
034300                DL620-WORK-LEVEL DELIMITED BY SIZE
034400                ' - USER IS STILL REVOKED' DELIMITED BY SIZE
034500             INTO DL620-ACT-NOTE
034600         END-STRING
034700     END-IF
034800     PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT.
034900 3000-EXIT.
035000     EXIT.
035100
035200*****************************************************************
035300* 3100-ADD-OPERATOR - A NEW USER WITH THE ONE RIGHT GRANTED     *
035400*****************************************************************
035500 3100-ADD-OPERATOR.
035600     MOVE SPACES TO DL620-OPER-RECORD
035700     MOVE DL620-WORK-USERID TO DL620-OPER-USERID
035800     SET DL620-OPER-ACTIVE TO TRUE
035900     MOVE DL620-WORK-LEVEL TO DL620-OPER-RIGHT(DL620-RIGHT-IDX)
036000     MOVE DL620-TODAY TO DL620-OPER-ADDED-DATE
036100     MOVE DL620-TODAY TO DL620-OPER-CHANGED-DATE
036200     WRITE DL620-OPER-RECORD
036300     ADD 1 TO DL620-ADDED-CTR
036400     ADD 1 TO DL620-GRANTED-CTR
036500     MOVE 'ADDED     ' TO DL620-ACT-RESULT
036600     MOVE SPACES TO DL620-ACT-NOTE
036700     STRING 'NEW OPERATOR, ' DELIMITED BY SIZE
036800            DL620-WORK-TXN DELIMITED BY SIZE
036900            ' RIGHT ' DELIMITED BY SIZE
037000            DL620-WORK-LEVEL DELIMITED BY SIZE
037100         INTO DL620-ACT-NOTE
037200     END-STRING
037300     PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT.
037400 3100-EXIT.
037500     EXIT.
037600
037700*****************************************************************
037800* 3800-READ-OPERATOR - THE CARD'S USER ON TBLOPER, SETTING      *
037900* DL620-OPER-FOUND                                              *
038000*****************************************************************
038100 3800-READ-OPERATOR.
038200     MOVE 'N' TO DL620-OPER-FOUND-SW
038300     MOVE DL620-WORK-USERID TO DL620-OPER-USERID
038400     READ DL620-OPER-FILE
038500         INVALID KEY
038600             GO TO 3800-EXIT
038700     END-READ
038800     MOVE 'Y' TO DL620-OPER-FOUND-SW.
038900 3800-EXIT.
039000     EXIT.
039100
039200*****************************************************************
039300* 3850-REPORT-NOT-FOUND - A CARD FOR A USER NOT ON FILE         *
039400*****************************************************************
039500 3850-REPORT-NOT-FOUND.
039600     ADD 1 TO DL620-FAILED-CTR
039700     MOVE 'NOT FOUND ' TO DL620-ACT-RESULT
039800     MOVE 'USER NOT ON THE AUTHORITY FILE - NOTHING CHANGED'
039900         TO DL620-ACT-NOTE
040000     PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT.
040100 3850-EXIT.
040200     EXIT.
040300
040400*****************************************************************
040500* 3900-WRITE-ACTION-LINE                                        *
040600*****************************************************************
040700 3900-WRITE-ACTION-LINE.
040800     MOVE DL620-WORK-USERID TO DL620-ACT-USERID
040900     WRITE DL620-REPORT-LINE FROM DL620-ACTION-LINE.
041000 3900-EXIT.
041100     EXIT.
041200
041300*****************************************************************
041400* 4000-DENY-RIGHT - CLEAR THE RIGHT FOR ONE TRANSACTION         *
041500*****************************************************************
041600 4000-DENY-RIGHT.
041700     PERFORM 2200-FIND-RIGHT-IDX THRU 2200-EXIT
041800     IF DL620-RIGHT-IDX = ZERO
041900         OR DL620-WORK-LEVEL NOT = SPACE
042000         PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
042100         GO TO 4000-EXIT
042200     END-IF
042300     PERFORM 3800-READ-OPERATOR THRU 3800-EXIT
042400     IF NOT DL620-OPER-FOUND
042500         PERFORM 3850-REPORT-NOT-FOUND THRU 3850-EXIT
042600         GO TO 4000-EXIT
042700     END-IF
042800     IF DL620-OPER-RIGHT(DL620-RIGHT-IDX) = SPACE
042900         ADD 1 TO DL620-FAILED-CTR
043000         MOVE 'NO CHANGE ' TO DL620-ACT-RESULT
043100         MOVE 'USER HAS NO RIGHT ON THAT TRANSACTION'
043200             TO DL620-ACT-NOTE
043300         PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT
043400         GO TO 4000-EXIT
043500     END-IF
043600     MOVE SPACE TO DL620-OPER-RIGHT(DL620-RIGHT-IDX)
043700     MOVE DL620-TODAY TO DL620-OPER-CHANGED-DATE
043800     REWRITE DL620-OPER-RECORD
043900     ADD 1 TO DL620-DENIED-CTR
044000     MOVE 'DENIED    ' TO DL620-ACT-RESULT
044100     MOVE SPACES TO DL620-ACT-NOTE
044200     STRING DL620-WORK-TXN DELIMITED BY SIZE
044300            ' RIGHT REMOVED' DELIMITED BY SIZE
044400         INTO DL620-ACT-NOTE
044500     END-STRING
044600     PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT.
044700 4000-EXIT.
044800     EXIT.
044900
045000*****************************************************************
045100* 5000-REVOKE-OPERATOR - THE USER IS REFUSED BY EVERY           *
045200* TRANSACTION FROM THEIR NEXT KEYSTROKE; THE RIGHTS ARE KEPT    *
045300*****************************************************************
045400 5000-REVOKE-OPERATOR.
045500     IF DL620-WORK-TXN NOT = SPACES
045600         PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
045700         GO TO 5000-EXIT
045800     END-IF
045900     PERFORM 3800-READ-OPERATOR THRU 3800-EXIT
046000     IF NOT DL620-OPER-FOUND
046100         PERFORM 3850-REPORT-NOT-FOUND THRU 3850-EXIT
046200         GO TO 5000-EXIT
046300     END-IF
046400     IF DL620-OPER-REVOKED
046500         ADD 1 TO DL620-FAILED-CTR
046600         MOVE 'NO CHANGE ' TO DL620-ACT-RESULT
046700         MOVE 'USER ALREADY REVOKED' TO DL620-ACT-NOTE
046800         PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT
046900         GO TO 5000-EXIT
047000     END-IF
047100     SET DL620-OPER-REVOKED TO TRUE
047200     MOVE DL620-TODAY TO DL620-OPER-CHANGED-DATE
047300     REWRITE DL620-OPER-RECORD
047400     ADD 1 TO DL620-REVOKED-CTR
047500     MOVE 'REVOKED   ' TO DL620-ACT-RESULT
047600     MOVE 'USER REFUSED BY ALL ONLINE TRANSACTIONS'
047700         TO DL620-ACT-NOTE
047800     PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT.
047900 5000-EXIT.
048000     EXIT.
048100
048200*****************************************************************
048300* 5100-RESTORE-OPERATOR - LIFT A REVOKE; THE USER GETS BACK THE *
048400* RIGHTS THE RECORD STILL CARRIES                               *
048500*****************************************************************
048600 5100-RESTORE-OPERATOR.
048700     IF DL620-WORK-TXN NOT = SPACES
048800         PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
048900         GO TO 5100-EXIT
049000     END-IF
049100     PERFORM 3800-READ-OPERATOR THRU 3800-EXIT
049200     IF NOT DL620-OPER-FOUND
049300         PERFORM 3850-REPORT-NOT-FOUND THRU 3850-EXIT
049400         GO TO 5100-EXIT
049500     END-IF
049600     IF DL620-OPER-ACTIVE
049700         ADD 1 TO DL620-FAILED-CTR
049800         MOVE 'NO CHANGE ' TO DL620-ACT-RESULT
049900         MOVE 'USER IS NOT REVOKED' TO DL620-ACT-NOTE
050000         PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT
050100         GO TO 5100-EXIT
050200     END-IF
050300     SET DL620-OPER-ACTIVE TO TRUE
050400     MOVE DL620-TODAY TO DL620-OPER-CHANGED-DATE
050500     REWRITE DL620-OPER-RECORD
050600     ADD 1 TO DL620-RESTORED-CTR
050700     MOVE 'RESTORED  ' TO DL620-ACT-RESULT
050800     MOVE 'REVOKE LIFTED - EXISTING RIGHTS APPLY AGAIN'
050900         TO DL620-ACT-NOTE
051000     PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT.
051100 5100-EXIT.
051200     EXIT.
051300
051400*****************************************************************
051500* 6000-NAME-OPERATOR - THE NAME IS FOR THE REPORTS ONLY; THE    *
051600* USER MUST ALREADY BE ON FILE                                  *
051700*****************************************************************
051800 6000-NAME-OPERATOR.
051900     IF DL620-WORK-NAME = SPACES
052000         PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
052100         GO TO 6000-EXIT
052200     END-IF
052300     PERFORM 3800-READ-OPERATOR THRU 3800-EXIT
052400     IF NOT DL620-OPER-FOUND
052500         PERFORM 3850-REPORT-NOT-FOUND THRU 3850-EXIT
052600         GO TO 6000-EXIT
052700     END-IF
052800     MOVE DL620-WORK-NAME TO DL620-OPER-NAME
052900     MOVE DL620-TODAY TO DL620-OPER-CHANGED-DATE
053000     REWRITE DL620-OPER-RECORD
053100     ADD 1 TO DL620-NAMED-CTR
053200     MOVE 'NAMED     ' TO DL620-ACT-RESULT
053300     MOVE DL620-WORK-NAME TO DL620-ACT-NOTE
053400     PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT.
053500 6000-EXIT.
053600     EXIT.
053700
053800*****************************************************************
053900* 7000-LIST-AUTHORITY - THE WHOLE FILE IN USER ID ORDER, AFTER  *
054000* THIS RUN'S CHANGES, SO THE REPORT IS A COMPLETE STATEMENT OF  *
054100* WHO MAY DO WHAT                                               *
054200*****************************************************************
054300 7000-LIST-AUTHORITY.
054400     MOVE SPACES TO DL620-REPORT-LINE
054500     WRITE DL620-REPORT-LINE
054600     MOVE DL620-TODAY TO DL620-LHD-DATE
054700     WRITE DL620-REPORT-LINE FROM DL620-LIST-HEADING-1
054800     WRITE DL620-REPORT-LINE FROM DL620-LIST-HEADING-2
054900     MOVE LOW-VALUES TO DL620-OPER-USERID
055000     START DL620-OPER-FILE KEY IS NOT LESS THAN DL620-OPER-USERID
055100         INVALID KEY
055200             SET DL620-LIST-EOF TO TRUE
055300     END-START
055400     PERFORM 7100-LIST-ONE-OPERATOR THRU 7100-EXIT
055500         UNTIL DL620-LIST-EOF
055600     MOVE DL620-LISTED-CTR TO DL620-LTL-COUNT
055700     WRITE DL620-REPORT-LINE FROM DL620-LIST-TOTAL-LINE.
055800 7000-EXIT.
055900     EXIT.
056000
056100*****************************************************************
056200* 7100-LIST-ONE-OPERATOR                                        *
056300*****************************************************************
056400 7100-LIST-ONE-OPERATOR.
056500     READ DL620-OPER-FILE NEXT RECORD
056600         AT END
056700             SET DL620-LIST-EOF TO TRUE
056800             GO TO 7100-EXIT
056900     END-READ
057000     ADD 1 TO DL620-LISTED-CTR
057100     MOVE DL620-OPER-USERID       TO DL620-LST-USERID
057200     MOVE DL620-OPER-NAME         TO DL620-LST-NAME
057300     IF DL620-OPER-ACTIVE
057400         MOVE 'ACTIVE ' TO DL620-LST-STATUS
057500     ELSE
057600         MOVE 'REVOKED' TO DL620-LST-STATUS
057700     END-IF
057800     MOVE DL620-OPER-DL3I-RIGHT   TO DL620-LST-DL3I
057900     MOVE DL620-OPER-DL3R-RIGHT   TO DL620-LST-DL3R
058000     MOVE DL620-OPER-DL3H-RIGHT   TO DL620-LST-DL3H
058100     MOVE DL620-OPER-ADDED-DATE   TO DL620-LST-ADDED
058200     MOVE DL620-OPER-CHANGED-DATE TO DL620-LST-CHANGED
058300     WRITE DL620-REPORT-LINE FROM DL620-LIST-LINE.
058400 7100-EXIT.
058500     EXIT.
058600
058700*****************************************************************
058800* 8000-TERMINATE - TOTALS, CLOSES, AND THE STEP CODE            *
058900*****************************************************************
059000 8000-TERMINATE.
059100     MOVE DL620-GRANTED-CTR  TO DL620-TOT-GRANTED
059200     MOVE DL620-ADDED-CTR    TO DL620-TOT-ADDED
059300     MOVE DL620-DENIED-CTR   TO DL620-TOT-DENIED
059400     MOVE DL620-REVOKED-CTR  TO DL620-TOT-REVOKED
059500     MOVE DL620-RESTORED-CTR TO DL620-TOT-RESTORED
059600     MOVE DL620-NAMED-CTR    TO DL620-TOT-NAMED
059700     MOVE DL620-FAILED-CTR   TO DL620-TOT-FAILED
059800     MOVE SPACES TO DL620-REPORT-LINE
059900     WRITE DL620-REPORT-LINE
060000     WRITE DL620-REPORT-LINE FROM DL620-TOTALS-LINE
060100     IF DL620-OPER-OPEN
060120         CLOSE DL620-OPER-FILE
060140     END-IF
060200     CLOSE DL620-REPORT-FILE
060300     DISPLAY 'DL620 - RIGHTS GRANTED    : ' DL620-GRANTED-CTR
060400     DISPLAY 'DL620 - OPERATORS ADDED   : ' DL620-ADDED-CTR
060500     DISPLAY 'DL620 - RIGHTS DENIED     : ' DL620-DENIED-CTR
060600     DISPLAY 'DL620 - OPERATORS REVOKED : ' DL620-REVOKED-CTR
060700     DISPLAY 'DL620 - OPERATORS RESTORED: ' DL620-RESTORED-CTR
060800     DISPLAY 'DL620 - OPERATORS NAMED   : ' DL620-NAMED-CTR
060900     DISPLAY 'DL620 - CARDS FAILED      : ' DL620-FAILED-CTR
061000     IF DL620-FAILED-CTR > ZERO
061100         MOVE 4 TO RETURN-CODE
061200     END-IF
061220     IF NOT DL620-OPER-OPEN
061240         MOVE 8 TO RETURN-CODE
061260     END-IF.
061300 8000-EXIT.
061400     EXIT.

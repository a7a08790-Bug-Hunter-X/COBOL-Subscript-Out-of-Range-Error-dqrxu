000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DL740.
000300 AUTHOR.        R SHAUGHNESSY.
000400 INSTALLATION.  DAILY PROCESSING - OPERATIONS SUPPORT.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*****************************************************************
000800* DL740 - MONTHLY ONLINE ACCESS REPORT                          *
000900*                                                               *
001000* THE AUDITORS' MONTHLY ANSWER TO WHO LOOKED AT OR TRIED TO     *
001100* CHANGE WHAT ONLINE.  READS THE MONTH'S RANGE OF THE TBLACCL   *
001200* ACCESS LOG (WRITTEN BY DL300 FOR EVERY INQUIRY SESSION        *
001300* STARTED OR ENDED, AND BY DL300, DL310 AND DL320 FOR EVERY     *
001400* OPERATOR THEY REFUSED) AND PRINTS ON TBLALRP:                 *
001500*   - EVERY LOG RECORD FOR THE MONTH IN DATE AND TIME ORDER     *
001600*   - A SUMMARY PER OPERATOR IN USER ID ORDER: SESSIONS STARTED *
001700*     AND ENDED, REFUSALS, FIRST AND LAST DAY SEEN, AND THE     *
001800*     NAME AND STATUS THE TBLOPER AUTHORITY FILE HOLDS NOW      *
001900* THE REPAIRS AND RELEASES THEMSELVES ARE ON THE TBLAUDO BEFORE *
002000* AND AFTER IMAGES, WHICH NOW CARRY THE OPERATOR ID.  A SESSION *
002100* THE OPERATOR LEFT WITHOUT PF3/CLEAR HAS A START BUT NO END.   *
002200*                                                               *
002300* CONTROL CARDS ON TBLALCT (KEYWORD=VALUE, '*' COMMENTS):       *
002400*   MONTH=CCYYMM      MONTH TO REPORT; DEFAULTS TO THE CALENDAR *
002500*                     MONTH BEFORE THE RUN DATE, AS DL720 DOES  *
002600*                                                               *
002700* RETURN CODES: 8 = ACCESS LOG UNAVAILABLE, NO REPORT; 4 = MORE *
002800* OPERATORS THAN THE SUMMARY TABLE HOLDS (THE DETAIL IS STILL   *
002900* COMPLETE); 0 = CLEAN.                                         *
003000*                                                               *
003100* MODIFICATION HISTORY                                          *
003200* ---------------------------------------------------------     *
003300* 10/15/2026  RS   ORIGINAL PROGRAM.                            *
003320* 10/15/2026  RS   A NEW OPERATOR AFTER THE LAST TABLE ENTRY IS *
003340*                  RECOGNIZED WITHOUT READING PAST THE END OF   *
003360*                  THE OPERATOR TABLE.                          *
003400*****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-370.
003800 OBJECT-COMPUTER.   IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT DL740-ACCL-FILE
004200         ASSIGN TO TBLACCL
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS DL300-ACCL-KEY
004600         FILE STATUS IS DL740-ACCL-STATUS.
004700
004800     SELECT DL740-OPER-FILE
004900         ASSIGN TO TBLOPER
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS DL620-OPER-USERID
005300         FILE STATUS IS DL740-OPER-STATUS.
005400
005500     SELECT DL740-PARM-FILE
005600         ASSIGN TO TBLALCT
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS DL740-PARM-STATUS.
005900
006000     SELECT DL740-REPORT-FILE
006100         ASSIGN TO TBLALRP
006200         ORGANIZATION IS LINE SEQUENTIAL.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  DL740-ACCL-FILE.
006700 COPY "dl300al.cpy".
006800
006900 FD  DL740-OPER-FILE.
007000 COPY "dl620op.cpy".
007100
007200 FD  DL740-PARM-FILE
007300     RECORDING MODE IS F.
007400 01  DL740-PARM-RECORD              PIC X(80).
007500
007600 FD  DL740-REPORT-FILE
007700     RECORDING MODE IS F.
007800 01  DL740-REPORT-LINE              PIC X(132).
007900
008000 WORKING-STORAGE SECTION.
008100 77  DL740-ACCL-STATUS          PIC X(02) VALUE '00'.
008200 77  DL740-OPER-STATUS          PIC X(02) VALUE '00'.
008300 77  DL740-PARM-STATUS          PIC X(02) VALUE '00'.
008400 77  DL740-TODAY                PIC 9(08) VALUE ZERO.
008500 77  DL740-RPT-MONTH            PIC 9(06) VALUE ZERO.
008600
008700 77  DL740-PARM-BAD-CTR         PIC 9(04) COMP VALUE ZERO.
008800 77  DL740-READ-CTR             PIC 9(07) COMP VALUE ZERO.
008900 77  DL740-START-CTR            PIC 9(07) COMP VALUE ZERO.
009000 77  DL740-END-CTR              PIC 9(07) COMP VALUE ZERO.
009100 77  DL740-DENIED-CTR           PIC 9(07) COMP VALUE ZERO.
009200 77  DL740-OP-CTR               PIC 9(04) COMP VALUE ZERO.
009300 77  DL740-OP-IDX               PIC 9(04) COMP.
009400 77  DL740-OP-POS               PIC 9(04) COMP.
009500 77  DL740-OP-DROPPED-CTR       PIC 9(06) COMP VALUE ZERO.
009600
009700 01  DL740-PARM-FIELDS.
009800     05  DL740-PARM-KEYWORD         PIC X(20).
009900     05  DL740-PARM-VALUE           PIC X(40).
010000
010100*    ONE ENTRY PER OPERATOR SEEN IN THE MONTH, KEPT IN USER ID
010200*    ORDER AS THEY ARRIVE SO THE SUMMARY NEEDS NO SORT
010300 01  DL740-OPERATOR-TABLE-AREA.
010400     05  DL740-OP-ENTRY OCCURS 500 TIMES.
010500         10  DL740-OP-USERID        PIC X(08).
010600         10  DL740-OP-STARTS        PIC 9(06) COMP.
010700         10  DL740-OP-ENDS          PIC 9(06) COMP.
010800         10  DL740-OP-DENIALS       PIC 9(06) COMP.
010900         10  DL740-OP-FIRST-DATE    PIC 9(08).
011000         10  DL740-OP-LAST-DATE     PIC 9(08).
011100
011200 01  DL740-HEADING-1.
011300     05  FILLER                     PIC X(42) VALUE
011400             'DL740 - MONTHLY ONLINE ACCESS REPORT MONTH'.
011500     05  FILLER                     PIC X(01) VALUE SPACE.
011600     05  DL740-HDG-MONTH            PIC 9(06).
011700     05  FILLER                     PIC X(09) VALUE '  RUN ON '.
011800     05  DL740-HDG-TODAY            PIC 9(08).
011900     05  FILLER                     PIC X(66) VALUE SPACES.
012000
012100 01  DL740-RULE-LINE                PIC X(132) VALUE ALL '-'.
012200
012300 01  DL740-SECTION-LINE.
012400     05  DL740-SCT-TEXT             PIC X(60).
012500     05  FILLER                     PIC X(72) VALUE SPACES.
012600
012700 01  DL740-DETAIL-COLUMNS.
012800     05  FILLER                     PIC X(40) VALUE
012900             'DATE      TIME    USER ID   TERM  TRAN  '.
013000     05  FILLER                     PIC X(40) VALUE
013100             'EVENT       DETAIL'.
013200     05  FILLER                     PIC X(52) VALUE SPACES.
013300
013400 01  DL740-DETAIL-LINE.
013500     05  DL740-DTL-DATE             PIC 9(08).
013600     05  FILLER                     PIC X(02) VALUE SPACES.
013700     05  DL740-DTL-TIME             PIC 9(06).
013800     05  FILLER                     PIC X(02) VALUE SPACES.
013900     05  DL740-DTL-USERID           PIC X(08).
014000     05  FILLER                     PIC X(02) VALUE SPACES.
014100     05  DL740-DTL-TERMID           PIC X(04).
014200     05  FILLER                     PIC X(02) VALUE SPACES.
014300     05  DL740-DTL-TRANSID          PIC X(04).
014400     05  FILLER                     PIC X(02) VALUE SPACES.
014500     05  DL740-DTL-EVENT            PIC X(10).
014600     05  FILLER                     PIC X(02) VALUE SPACES.
014700     05  DL740-DTL-DETAIL           PIC X(40).
014800     05  FILLER                     PIC X(40) VALUE SPACES.
014900
015000 01  DL740-SUMMARY-COLUMNS.
015100     05  FILLER                     PIC X(40) VALUE
015200             'USER ID   NAME                          '.
015300     05  FILLER                     PIC X(40) VALUE
015400             '  STATUS   SESSIONS   ENDED  REFUSED  FI'.
015500     05  FILLER                     PIC X(52) VALUE
015600             'RST SEEN  LAST SEEN'.
015700
015800 01  DL740-SUMMARY-LINE.
015900     05  DL740-SUM-USERID           PIC X(08).
016000     05  FILLER                     PIC X(02) VALUE SPACES.
016100     05  DL740-SUM-NAME             PIC X(30).
016200     05  FILLER                     PIC X(02) VALUE SPACES.
016300     05  DL740-SUM-STATUS           PIC X(07).
016400     05  FILLER                     PIC X(02) VALUE SPACES.
016500     05  DL740-SUM-STARTS           PIC ZZZZZZ9.
016600     05  FILLER                     PIC X(02) VALUE SPACES.
016700     05  DL740-SUM-ENDS             PIC ZZZZZ9.
016800     05  FILLER                     PIC X(02) VALUE SPACES.
016900     05  DL740-SUM-DENIALS          PIC ZZZZZZ9.
017000     05  FILLER                     PIC X(02) VALUE SPACES.
017100     05  DL740-SUM-FIRST            PIC 9(08).
017200     05  FILLER                     PIC X(03) VALUE SPACES.
017300     05  DL740-SUM-LAST             PIC 9(08).
017400     05  FILLER                     PIC X(34) VALUE SPACES.
017500
017600 01  DL740-TOTAL-LINE.
017700     05  FILLER                     PIC X(16) VALUE
017800             'RECORDS READ    '.
017900     05  DL740-TOT-READ             PIC ZZZZZZ9.
018000     05  FILLER                     PIC X(12) VALUE
018100             '  SESSIONS  '.
018200     05  DL740-TOT-STARTS           PIC ZZZZZZ9.
018300     05  FILLER                     PIC X(09) VALUE '  ENDED  '.
018400     05  DL740-TOT-ENDS             PIC ZZZZZZ9.
018500     05  FILLER                     PIC X(11) VALUE '  REFUSED  '.
018600     05  DL740-TOT-DENIALS          PIC ZZZZZZ9.
018700     05  FILLER                     PIC X(13) VALUE
018800             '  OPERATORS  '.
018900     05  DL740-TOT-OPERATORS        PIC ZZZ9.
019000     05  FILLER                     PIC X(39) VALUE SPACES.
019100
019200 01  DL740-SWITCHES.
019300     05  DL740-ACCL-OPEN-SW         PIC X(01) VALUE 'N'.
019400         88  DL740-ACCL-OPEN                   VALUE 'Y'.
019500     05  DL740-ACCL-DONE-SW         PIC X(01) VALUE 'N'.
019600         88  DL740-ACCL-DONE                   VALUE 'Y'.
019700     05  DL740-OPER-OPEN-SW         PIC X(01) VALUE 'N'.
019800         88  DL740-OPER-OPEN                   VALUE 'Y'.
019900     05  DL740-POS-FOUND-SW         PIC X(01) VALUE 'N'.
020000         88  DL740-POS-FOUND                   VALUE 'Y'.
020020     05  DL740-NEW-OP-SW            PIC X(01) VALUE 'N'.
020040         88  DL740-NEW-OPERATOR                VALUE 'Y'.
020100
020200 PROCEDURE DIVISION.
020300*****************************************************************
020400* 0000-MAINLINE                                                 *
020500*****************************************************************
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020800     IF DL740-ACCL-OPEN
020900         PERFORM 2000-LIST-ACCESS THRU 2000-EXIT
021000         PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
021100     END-IF.
021200     PERFORM 8000-TERMINATE THRU 8000-EXIT.
021300     GOBACK.
021400
021500*****************************************************************
021600* 1000-INITIALIZE - CONTROL CARDS, DEFAULT MONTH, THE REPORT,   *
021700* THE ACCESS LOG, AND THE AUTHORITY FILE FOR NAMES (WITHOUT IT  *
021800* THE SUMMARY JUST HAS NO NAMES)                                *
021900*****************************************************************
022000 1000-INITIALIZE.
022100     ACCEPT DL740-TODAY FROM DATE YYYYMMDD
022200     PERFORM 1100-DEFAULT-MONTH THRU 1100-EXIT
022300     PERFORM 1200-READ-CONTROL-CARDS THRU 1200-EXIT
022400     OPEN OUTPUT DL740-REPORT-FILE
022500     MOVE DL740-RPT-MONTH TO DL740-HDG-MONTH
022600     MOVE DL740-TODAY     TO DL740-HDG-TODAY
022700     WRITE DL740-REPORT-LINE FROM DL740-HEADING-1
022800     OPEN INPUT DL740-OPER-FILE
022900     IF DL740-OPER-STATUS = '00'
023000         SET DL740-OPER-OPEN TO TRUE
023100     ELSE
023200         DISPLAY 'DL740 - TBLOPER UNAVAILABLE, STATUS '
023300             DL740-OPER-STATUS ' - NO NAMES'
023400     END-IF
023500     OPEN INPUT DL740-ACCL-FILE
023600     IF DL740-ACCL-STATUS NOT = '00'
023700         DISPLAY 'DL740 - TBLACCL UNAVAILABLE, STATUS '
023800             DL740-ACCL-STATUS
023900         GO TO 1000-EXIT
024000     END-IF
024100     SET DL740-ACCL-OPEN TO TRUE.
024200 1000-EXIT.
024300     EXIT.
024400
024500*****************************************************************
024600* 1100-DEFAULT-MONTH - THE CALENDAR MONTH BEFORE THE RUN DATE,  *
024700* UNLESS A MONTH CARD OVERRIDES IT                              *
024800*****************************************************************
024900 1100-DEFAULT-MONTH.
025000     MOVE DL740-TODAY(1:6) TO DL740-RPT-MONTH
025100     IF DL740-RPT-MONTH(5:2) = '01'
025200         SUBTRACT 100 FROM DL740-RPT-MONTH
025300         ADD 11 TO DL740-RPT-MONTH
025400     ELSE
025500         SUBTRACT 1 FROM DL740-RPT-MONTH
025600     END-IF.
025700 1100-EXIT.
025800     EXIT.
025900
026000*****************************************************************
026100* 1200-READ-CONTROL-CARDS - TBLALCT KEYWORD CARDS.  A MISSING   *
026200* OR EMPTY FILE LEAVES THE DEFAULT; BAD CARDS ARE COUNTED AND   *
026300* DISPLAYED.                                                    *
026400*****************************************************************
026500 1200-READ-CONTROL-CARDS.
026600     OPEN INPUT DL740-PARM-FILE
026700     IF DL740-PARM-STATUS NOT = '00'
026800         GO TO 1200-EXIT
026900     END-IF
027000     PERFORM 1210-READ-ONE-CARD THRU 1210-EXIT
027100         UNTIL DL740-PARM-STATUS NOT = '00'
027200     CLOSE DL740-PARM-FILE.
027300 1200-EXIT.
027400     EXIT.
027500
027600*****************************************************************
027700* 1210-READ-ONE-CARD                                            *
027800*****************************************************************
027900 1210-READ-ONE-CARD.
028000     READ DL740-PARM-FILE
028100         AT END
028200             GO TO 1210-EXIT
028300     END-READ
028400     IF DL740-PARM-RECORD = SPACES
028500         OR DL740-PARM-RECORD(1:1) = '*'
028600         GO TO 1210-EXIT
028700     END-IF
028800     MOVE SPACES TO DL740-PARM-KEYWORD
028900     MOVE SPACES TO DL740-PARM-VALUE
029000     UNSTRING DL740-PARM-RECORD DELIMITED BY '='
029100         INTO DL740-PARM-KEYWORD
029200              DL740-PARM-VALUE
029300     END-UNSTRING
029400     EVALUATE DL740-PARM-KEYWORD
029500         WHEN 'MONTH'
029600             IF DL740-PARM-VALUE(1:6) IS NUMERIC
029700                 AND DL740-PARM-VALUE(5:2) >= '01'
029800                 AND DL740-PARM-VALUE(5:2) <= '12'
029900                 MOVE DL740-PARM-VALUE(1:6) TO DL740-RPT-MONTH
030000             ELSE
030100                 PERFORM 1280-FLAG-BAD-CARD THRU 1280-EXIT
030200             END-IF
030300         WHEN OTHER
030400             PERFORM 1280-FLAG-BAD-CARD THRU 1280-EXIT
030500     END-EVALUATE.
030600 1210-EXIT.
030700     EXIT.
030800
030900*****************************************************************
031000* 1280-FLAG-BAD-CARD                                            *
031100*****************************************************************
031200 1280-FLAG-BAD-CARD.
031300     ADD 1 TO DL740-PARM-BAD-CTR
031400     DISPLAY 'DL740 - BAD CONTROL CARD: ' DL740-PARM-RECORD.
031500 1280-EXIT.
031600     EXIT.
031700
031800*****************************************************************
031900* 2000-LIST-ACCESS - POSITION ON THE FIRST DAY OF THE MONTH AND *
032000* PRINT EVERY RECORD UP TO THE END OF IT, TALLYING EACH         *
032100* OPERATOR AS IT GOES                                           *
032200*****************************************************************
032300 2000-LIST-ACCESS.
032400     MOVE 'ACCESS LOG DETAIL' TO DL740-SCT-TEXT
032500     WRITE DL740-REPORT-LINE FROM DL740-RULE-LINE
032600     WRITE DL740-REPORT-LINE FROM DL740-SECTION-LINE
032700     WRITE DL740-REPORT-LINE FROM DL740-DETAIL-COLUMNS
032800     COMPUTE DL300-ACCL-DATE = DL740-RPT-MONTH * 100 + 1
032900     MOVE ZERO TO DL300-ACCL-TIME
033000     MOVE ZERO TO DL300-ACCL-TASK
033100     MOVE ZERO TO DL300-ACCL-SEQ
033200     START DL740-ACCL-FILE KEY IS NOT LESS THAN DL300-ACCL-KEY
033300         INVALID KEY
033400             SET DL740-ACCL-DONE TO TRUE
033500     END-START
033600     PERFORM 2100-LIST-ONE-RECORD THRU 2100-EXIT
033700         UNTIL DL740-ACCL-DONE
033800     IF DL740-READ-CTR = ZERO
033900         MOVE 'NO ONLINE ACCESS WAS LOGGED FOR THE MONTH'
034000             TO DL740-SCT-TEXT
034100         WRITE DL740-REPORT-LINE FROM DL740-SECTION-LINE
034200     END-IF.
034300 2000-EXIT.
034400     EXIT.
034500
034600*****************************************************************
034700* 2100-LIST-ONE-RECORD                                          *
034800*****************************************************************
034900 2100-LIST-ONE-RECORD.
035000     READ DL740-ACCL-FILE NEXT RECORD
035100         AT END
035200             SET DL740-ACCL-DONE TO TRUE
035300             GO TO 2100-EXIT
035400     END-READ
035500     IF DL300-ACCL-DATE(1:6) NOT = DL740-RPT-MONTH
035600         SET DL740-ACCL-DONE TO TRUE
035700         GO TO 2100-EXIT
035800     END-IF
035900     ADD 1 TO DL740-READ-CTR
036000     MOVE DL300-ACCL-DATE    TO DL740-DTL-DATE
036100     MOVE DL300-ACCL-TIME    TO DL740-DTL-TIME
036200     MOVE DL300-ACCL-USERID  TO DL740-DTL-USERID
036300     MOVE DL300-ACCL-TERMID  TO DL740-DTL-TERMID
036400     MOVE DL300-ACCL-TRANSID TO DL740-DTL-TRANSID
036500     MOVE DL300-ACCL-EVENT   TO DL740-DTL-EVENT
036600     MOVE DL300-ACCL-DETAIL  TO DL740-DTL-DETAIL
036700     WRITE DL740-REPORT-LINE FROM DL740-DETAIL-LINE
036800     PERFORM 2200-TALLY-OPERATOR THRU 2200-EXIT.
036900 2100-EXIT.
037000     EXIT.
037100
037200*****************************************************************
037300* 2200-TALLY-OPERATOR - FIND THE OPERATOR'S ENTRY, OR THE PLACE *
037400* IT BELONGS IN USER ID ORDER, AND COUNT THE EVENT.  AN         *
037500* OPERATOR PAST THE TABLE IS COUNTED, NOT DROPPED SILENTLY.     *
037600*****************************************************************
037700 2200-TALLY-OPERATOR.
037800     MOVE 'N' TO DL740-POS-FOUND-SW
037900     COMPUTE DL740-OP-POS = DL740-OP-CTR + 1
038000     PERFORM 2210-COMPARE-ENTRY THRU 2210-EXIT
038100         VARYING DL740-OP-IDX FROM 1 BY 1
038200         UNTIL DL740-OP-IDX > DL740-OP-CTR
038300            OR DL740-POS-FOUND
038400     MOVE 'N' TO DL740-NEW-OP-SW
038500     IF DL740-OP-POS > DL740-OP-CTR
038510         SET DL740-NEW-OPERATOR TO TRUE
038520     ELSE
038530         IF DL740-OP-USERID(DL740-OP-POS) NOT = DL300-ACCL-USERID
038540             SET DL740-NEW-OPERATOR TO TRUE
038550         END-IF
038560     END-IF
038570     IF DL740-NEW-OPERATOR
038600         IF DL740-OP-CTR NOT < 500
038700             ADD 1 TO DL740-OP-DROPPED-CTR
038800             GO TO 2200-EXIT
038900         END-IF
039000         PERFORM 2220-INSERT-ENTRY THRU 2220-EXIT
039100     END-IF
039200     EVALUATE TRUE
039300         WHEN DL300-ACCL-SESS-START
039400             ADD 1 TO DL740-OP-STARTS(DL740-OP-POS)
039500             ADD 1 TO DL740-START-CTR
039600         WHEN DL300-ACCL-SESS-END
039700             ADD 1 TO DL740-OP-ENDS(DL740-OP-POS)
039800             ADD 1 TO DL740-END-CTR
039900         WHEN DL300-ACCL-DENIED
040000             ADD 1 TO DL740-OP-DENIALS(DL740-OP-POS)
040100             ADD 1 TO DL740-DENIED-CTR
040200         WHEN OTHER
040300             CONTINUE
040400     END-EVALUATE
040500     MOVE DL300-ACCL-DATE TO DL740-OP-LAST-DATE(DL740-OP-POS).
040600 2200-EXIT.
040700     EXIT.
040800
040900*****************************************************************
041000* 2210-COMPARE-ENTRY - STOP AT THE FIRST ENTRY NOT BELOW THE    *
041100* LOG RECORD'S USER ID                                          *
041200*****************************************************************
041300 2210-COMPARE-ENTRY.
041400     IF DL740-OP-USERID(DL740-OP-IDX) NOT < DL300-ACCL-USERID
041500         MOVE DL740-OP-IDX TO DL740-OP-POS
041600         SET DL740-POS-FOUND TO TRUE
041700     END-IF.
041800 2210-EXIT.
041900     EXIT.
042000
042100*****************************************************************
042200* 2220-INSERT-ENTRY - OPEN A GAP AT DL740-OP-POS BY MOVING THE  *
042300* ENTRIES AFTER IT DOWN ONE, AND START THE NEW OPERATOR THERE   *
042400*****************************************************************
042500 2220-INSERT-ENTRY.
042600     PERFORM 2230-SHIFT-ENTRY THRU 2230-EXIT
042700         VARYING DL740-OP-IDX FROM DL740-OP-CTR BY -1
042800         UNTIL DL740-OP-IDX < DL740-OP-POS
042900     ADD 1 TO DL740-OP-CTR
043000     MOVE DL300-ACCL-USERID TO DL740-OP-USERID(DL740-OP-POS)
043100     MOVE ZERO TO DL740-OP-STARTS(DL740-OP-POS)
043200     MOVE ZERO TO DL740-OP-ENDS(DL740-OP-POS)
043300     MOVE ZERO TO DL740-OP-DENIALS(DL740-OP-POS)
043400     MOVE DL300-ACCL-DATE TO DL740-OP-FIRST-DATE(DL740-OP-POS).
043500 2220-EXIT.
043600     EXIT.
043700
043800*****************************************************************
043900* 2230-SHIFT-ENTRY                                              *
044000*****************************************************************
044100 2230-SHIFT-ENTRY.
044200     MOVE DL740-OP-ENTRY(DL740-OP-IDX)
044300         TO DL740-OP-ENTRY(DL740-OP-IDX + 1).
044400 2230-EXIT.
044500     EXIT.
044600
044700*****************************************************************
044800* 3000-PRINT-SUMMARY - ONE LINE PER OPERATOR SEEN, IN USER ID   *
044900* ORDER, WITH THE NAME AND STATUS FROM THE AUTHORITY FILE       *
045000*****************************************************************
045100 3000-PRINT-SUMMARY.
045200     MOVE 'ACCESS SUMMARY BY OPERATOR' TO DL740-SCT-TEXT
045300     WRITE DL740-REPORT-LINE FROM DL740-RULE-LINE
045400     WRITE DL740-REPORT-LINE FROM DL740-SECTION-LINE
045500     WRITE DL740-REPORT-LINE FROM DL740-SUMMARY-COLUMNS
045600     PERFORM 3100-PRINT-ONE-OPERATOR THRU 3100-EXIT
045700         VARYING DL740-OP-IDX FROM 1 BY 1
045800         UNTIL DL740-OP-IDX > DL740-OP-CTR.
045900 3000-EXIT.
046000     EXIT.
046100
046200*****************************************************************
046300* 3100-PRINT-ONE-OPERATOR                                       *
046400*****************************************************************
046500 3100-PRINT-ONE-OPERATOR.
046600     MOVE DL740-OP-USERID(DL740-OP-IDX)     TO DL740-SUM-USERID
046700     MOVE DL740-OP-STARTS(DL740-OP-IDX)     TO DL740-SUM-STARTS
046800     MOVE DL740-OP-ENDS(DL740-OP-IDX)       TO DL740-SUM-ENDS
046900     MOVE DL740-OP-DENIALS(DL740-OP-IDX)    TO DL740-SUM-DENIALS
047000     MOVE DL740-OP-FIRST-DATE(DL740-OP-IDX) TO DL740-SUM-FIRST
047100     MOVE DL740-OP-LAST-DATE(DL740-OP-IDX)  TO DL740-SUM-LAST
047200     MOVE SPACES TO DL740-SUM-NAME
047300     MOVE SPACES TO DL740-SUM-STATUS
047400     IF DL740-OPER-OPEN
047500         MOVE DL740-OP-USERID(DL740-OP-IDX) TO DL620-OPER-USERID
047600         READ DL740-OPER-FILE
047700             INVALID KEY
047800                 MOVE 'NOT ON THE AUTHORITY FILE'
047900                     TO DL740-SUM-NAME
048000             NOT INVALID KEY
048100                 MOVE DL620-OPER-NAME TO DL740-SUM-NAME
048200                 IF DL620-OPER-ACTIVE
048300                     MOVE 'ACTIVE ' TO DL740-SUM-STATUS
048400                 ELSE
048500                     MOVE 'REVOKED' TO DL740-SUM-STATUS
048600                 END-IF
048700         END-READ
048800     END-IF
048900     WRITE DL740-REPORT-LINE FROM DL740-SUMMARY-LINE.
049000 3100-EXIT.
049100     EXIT.
049200
049300*****************************************************************
049400* 8000-TERMINATE - TOTALS, CLOSES, AND THE STEP CODE            *
049500*****************************************************************
049600 8000-TERMINATE.
049700     WRITE DL740-REPORT-LINE FROM DL740-RULE-LINE
049800     MOVE DL740-READ-CTR    TO DL740-TOT-READ
049900     MOVE DL740-START-CTR   TO DL740-TOT-STARTS
050000     MOVE DL740-END-CTR     TO DL740-TOT-ENDS
050100     MOVE DL740-DENIED-CTR  TO DL740-TOT-DENIALS
050200     MOVE DL740-OP-CTR      TO DL740-TOT-OPERATORS
050300     WRITE DL740-REPORT-LINE FROM DL740-TOTAL-LINE
050400     IF NOT DL740-ACCL-OPEN
050500         MOVE 'TBLACCL ACCESS LOG UNAVAILABLE - NO REPORT'
050600             TO DL740-SCT-TEXT
050700         WRITE DL740-REPORT-LINE FROM DL740-SECTION-LINE
050800     ELSE
050900         CLOSE DL740-ACCL-FILE
051000     END-IF
051100     IF DL740-OP-DROPPED-CTR > ZERO
051200         MOVE 'OPERATORS PAST THE SUMMARY TABLE - SEE THE DETAIL'
051300             TO DL740-SCT-TEXT
051400         WRITE DL740-REPORT-LINE FROM DL740-SECTION-LINE
051500         DISPLAY 'DL740 - RECORDS PAST SUMMARY TABLE: '
051600             DL740-OP-DROPPED-CTR
051700     END-IF
051800     IF DL740-OPER-OPEN
051900         CLOSE DL740-OPER-FILE
052000     END-IF
052100     CLOSE DL740-REPORT-FILE
052200     DISPLAY 'DL740 - REPORT MONTH      : ' DL740-RPT-MONTH
052300     DISPLAY 'DL740 - RECORDS LISTED    : ' DL740-READ-CTR
052400     DISPLAY 'DL740 - SESSIONS STARTED  : ' DL740-START-CTR
052500     DISPLAY 'DL740 - SESSIONS ENDED    : ' DL740-END-CTR
052600     DISPLAY 'DL740 - REFUSALS          : ' DL740-DENIED-CTR
052700     DISPLAY 'DL740 - OPERATORS SEEN    : ' DL740-OP-CTR
052800     IF NOT DL740-ACCL-OPEN
052900         MOVE 8 TO RETURN-CODE
053000     ELSE
053100         IF DL740-OP-DROPPED-CTR > ZERO
053200             MOVE 4 TO RETURN-CODE
053300         END-IF
053400     END-IF.
053500 8000-EXIT.
053600     EXIT.

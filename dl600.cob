001600*   CLOSE=KKKKKKKKKK   CLOSE THE KEY WITH TODAY'S DATE; THE     *
001700*                      RECORD STAYS ON FILE SO HISTORY READS    *
001800*                      CLEANLY AND DL100 REJECTS NEW ACTIVITY   *
001810*   LIMIT=KKKKKKKKKK,NNNNNNNNN                                  *
001820*                      SET THE KEY'S SINGLE-ITEM LIMIT (NINE    *
001830*                      DIGITS, IN BASE-CURRENCY UNITS - DL100   *
001840*                      TESTS IT AGAINST THE ITEM'S              *
001850*                      BASE-CURRENCY AMOUNT, WHATEVER CURRENCY  *
001860*                      THE ITEM CAME IN); DL100 HOLDS ANY ADD   *
001870*                      OVER IT ON TBLHELD FOR SUPERVISOR        *
001880*                      RELEASE.  ZERO REMOVES THE LIMIT         *
001900* EVERY ACTION AND EVERY CARD THAT COULD NOT APPLY PRINTS ON    *
002000* TBLARFR.  THE FILE IS CREATED ON FIRST USE, LIKE TBLCKPT.     *
002100*                                                                *
002500* MODIFICATION HISTORY                                          *
002600* ---------------------------------------------------------     *
002700* 09/02/2026  RS   ORIGINAL PROGRAM.                            *
002720* 10/15/2026  RS   LIMIT CARD FOR THE SINGLE-ITEM LIMIT; A NEW  *
002740*                  KEY GOES ON WITH NO LIMIT.                   *
002750* 10/15/2026  RS   A REOPENED KEY LOSES ANY SUCCESSOR POINTER   *
002760*                  THE DL610 KEY CONVERSION LEFT ON IT; A NEW   *
002770*                  KEY GOES ON WITH NONE.                       *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
006900 77  DL600-REOPENED-CTR         PIC 9(06) COMP VALUE ZERO.
007000 77  DL600-CLOSED-CTR           PIC 9(06) COMP VALUE ZERO.
007100 77  DL600-FAILED-CTR           PIC 9(06) COMP VALUE ZERO.
007150 77  DL600-LIMIT-CTR            PIC 9(06) COMP VALUE ZERO.
007200
007300 01  DL600-CARD-FIELDS.
007400     05  DL600-CARD-KEYWORD         PIC X(10).
007500     05  DL600-CARD-VALUE           PIC X(40).
007600     05  DL600-WORK-KEY             PIC X(10).
007620     05  DL600-WORK-LIMIT           PIC 9(09).
007640     05  DL600-WORK-LIMIT-ED        PIC ZZZZZZZZ9.
007700
007800 01  DL600-HEADING-1.
007900     05  FILLER                     PIC X(46) VALUE
009800     05  DL600-TOT-CLOSED           PIC ZZZZZ9.
009900     05  FILLER                     PIC X(10) VALUE '  FAILED  '.
010000     05  DL600-TOT-FAILED           PIC ZZZZZ9.
010100     05  FILLER                     PIC X(10) VALUE '  LIMITS  '.
010120     05  DL600-TOT-LIMITS           PIC ZZZZZ9.
010140     05  FILLER                     PIC X(52) VALUE SPACES.
010200
010300 01  DL600-SWITCHES.
010400     05  DL600-CARD-EOF-SW          PIC X(01) VALUE 'N'.
017800             PERFORM 3000-ADD-ONE-KEY THRU 3000-EXIT
017900         WHEN 'CLOSE'
018000             PERFORM 4000-CLOSE-ONE-KEY THRU 4000-EXIT
018020         WHEN 'LIMIT'
018040             PERFORM 5000-SET-ITEM-LIMIT THRU 5000-EXIT
018100         WHEN OTHER
018200             PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
018300     END-EVALUATE.
019800
019900*****************************************************************
020000* 3000-ADD-ONE-KEY - A NEW KEY GOES ON OPEN; A CLOSED KEY       *
020100* REOPENS (CLOSED DATE AND ANY DL610 SUCCESSOR POINTER          *
020150* CLEARED); AN OPEN KEY IS REPORTED AND LEFT ALONE              *
020300*****************************************************************
020400 3000-ADD-ONE-KEY.
020500     MOVE DL600-WORK-KEY TO DL100-AREF-KEY
020900             SET DL100-AREF-IS-OPEN TO TRUE
021000             MOVE DL600-TODAY TO DL100-AREF-ADDED-DATE
021100             MOVE ZERO        TO DL100-AREF-CLOSED-DATE
021150             MOVE ZERO        TO DL100-AREF-ITEM-LIMIT
021170             MOVE SPACES      TO DL100-AREF-SUCCESSOR-KEY
021200             WRITE DL100-AREF-RECORD
021300             ADD 1 TO DL600-ADDED-CTR
021400             MOVE 'ADDED     ' TO DL600-ACT-RESULT
023300     END-IF
023400     SET DL100-AREF-IS-OPEN TO TRUE
023500     MOVE ZERO TO DL100-AREF-CLOSED-DATE
023550     MOVE SPACES TO DL100-AREF-SUCCESSOR-KEY
023600     REWRITE DL100-AREF-RECORD
023700     ADD 1 TO DL600-REOPENED-CTR
023800     MOVE 'REOPENED  ' TO DL600-ACT-RESULT
027900         TO DL600-ACT-NOTE
028000     PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT.
028100 4100-EXIT.
028102     EXIT.
028104
028106*****************************************************************
028108* 5000-SET-ITEM-LIMIT - THE AMOUNT FOLLOWS THE KEY AND A COMMA  *
028110* AS NINE DIGITS; ZERO TAKES THE LIMIT OFF.  THE KEY MUST       *
028112* ALREADY BE ON THE BOOK                                        *
028114*****************************************************************
028116 5000-SET-ITEM-LIMIT.
028118     IF DL600-CARD-VALUE(11:1) NOT = ','
028120         OR DL600-CARD-VALUE(12:9) NOT NUMERIC
028122         PERFORM 2900-REPORT-BAD-CARD THRU 2900-EXIT
028124         GO TO 5000-EXIT
028126     END-IF
028128     MOVE DL600-CARD-VALUE(12:9) TO DL600-WORK-LIMIT
028130     MOVE DL600-WORK-KEY TO DL100-AREF-KEY
028132     READ DL600-AREF-FILE
028134         INVALID KEY
028136             ADD 1 TO DL600-FAILED-CTR
028138             MOVE 'NOT FOUND ' TO DL600-ACT-RESULT
028140             MOVE 'KEY NOT ON THE BOOK - NO LIMIT SET'
028142                 TO DL600-ACT-NOTE
028144             PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT
028146             GO TO 5000-EXIT
028148     END-READ
028150     MOVE DL600-WORK-LIMIT TO DL100-AREF-ITEM-LIMIT
028152     REWRITE DL100-AREF-RECORD
028154     ADD 1 TO DL600-LIMIT-CTR
028156     MOVE 'LIMIT SET ' TO DL600-ACT-RESULT
028158     IF DL600-WORK-LIMIT = ZERO
028160         MOVE 'ITEM LIMIT REMOVED' TO DL600-ACT-NOTE
028162     ELSE
028164         MOVE DL600-WORK-LIMIT TO DL600-WORK-LIMIT-ED
028166         MOVE SPACES TO DL600-ACT-NOTE
028168         STRING 'ITEMS OVER ' DELIMITED BY SIZE
028170                DL600-WORK-LIMIT-ED DELIMITED BY SIZE
028172                ' WILL BE HELD' DELIMITED BY SIZE
028174             INTO DL600-ACT-NOTE
028176         END-STRING
028178     END-IF
028180     PERFORM 3900-WRITE-ACTION-LINE THRU 3900-EXIT.
028182 5000-EXIT.
028200     EXIT.
028300
028400*****************************************************************
029800     MOVE DL600-REOPENED-CTR TO DL600-TOT-REOPENED
029900     MOVE DL600-CLOSED-CTR   TO DL600-TOT-CLOSED
030000     MOVE DL600-FAILED-CTR   TO DL600-TOT-FAILED
030050     MOVE DL600-LIMIT-CTR    TO DL600-TOT-LIMITS
030100     WRITE DL600-REPORT-LINE FROM DL600-TOTALS-LINE
030200     CLOSE DL600-AREF-FILE
030300     CLOSE DL600-REPORT-FILE
030400     DISPLAY 'DL600 - KEYS ADDED    : ' DL600-ADDED-CTR
030500     DISPLAY 'DL600 - KEYS REOPENED : ' DL600-REOPENED-CTR
030600     DISPLAY 'DL600 - KEYS CLOSED   : ' DL600-CLOSED-CTR
030650     DISPLAY 'DL600 - LIMITS SET    : ' DL600-LIMIT-CTR
030700     DISPLAY 'DL600 - CARDS FAILED  : ' DL600-FAILED-CTR
030800     IF DL600-FAILED-CTR > ZERO
030900         MOVE 4 TO RETURN-CODE

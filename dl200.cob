001870*                  CONSOLIDATED REGIONS READ SEPARATELY.  THE   *
001880*                  TABLE STAYS IN KEY ORDER; THE BREAK IS BY    *
001890*                  FILTERED PASS, NOT BY RESORTING.             *
001891* 10/15/2026  RS   ADDED CURRENCY SUBTOTALS - COUNT AND ORIGINAL*
001892*                  AMOUNT PER CURRENCY AFTER EACH SOURCE TOTAL, *
001893*                  AND FOR THE WHOLE TABLE AFTER THE GRAND      *
001894*                  TOTAL, NOW THAT THE REGIONS SEND ITEMS IN    *
001895*                  OTHER CURRENCIES.                            *
001896* 10/15/2026  RS   ITEMS RELEASED FROM THE DL100 FUTURE-DATED   *
001897*                  WAREHOUSE (SOURCE F) PRINT AS A SIXTH SOURCE *
001898*                  GROUP.                                       *
001900*****************************************************************
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
006064     05  FILLER                     PIC X(04) VALUE SPACES.
006068     05  DL200-SRCTOT-COUNT          PIC ZZZ,ZZ9.
006072     05  FILLER                     PIC X(46) VALUE SPACES.
006074
006076 01  DL200-CURRENCY-LINE.
006078     05  FILLER                     PIC X(02) VALUE SPACES.
006080     05  FILLER                     PIC X(12) VALUE
006082             '** CURRENCY '.
006084     05  DL200-CURTOT-CURRENCY       PIC X(03).
006086     05  FILLER                     PIC X(03) VALUE ' **'.
006088     05  FILLER                     PIC X(07) VALUE SPACES.
006090     05  DL200-CURTOT-COUNT          PIC ZZZ,ZZ9.
006092     05  FILLER                     PIC X(03) VALUE SPACES.
006094     05  DL200-CURTOT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
006096     05  FILLER                     PIC X(26) VALUE SPACES.
006098
006100 77  DL200-IDX                      PIC 9(08) COMP.
006200 77  DL200-PRIOR-KEY                PIC X(10) VALUE SPACES.
006300 77  DL200-GROUP-COUNT              PIC 9(06) COMP VALUE ZERO.
006410 77  DL200-SRC-IDX                  PIC 9(04) COMP.
006420 77  DL200-CUR-SOURCE               PIC X(01).
006430 77  DL200-SOURCE-COUNT             PIC 9(06) COMP VALUE ZERO.
006432 77  DL200-CUR-IDX                  PIC 9(04) COMP.
006434 77  DL200-CUR-CTR                  PIC 9(04) COMP VALUE ZERO.
006436 77  DL200-CUR-FOUND-IDX            PIC 9(04) COMP.
006438 77  DL200-AMT-NUM                  PIC 9(09).
006440
006450 01  DL200-SOURCE-CODE-LIST         PIC X(06) VALUE 'MECWRF'.
006460 01  DL200-SOURCE-CODE-TBL REDEFINES DL200-SOURCE-CODE-LIST.
006470     05  DL200-SOURCE-CODE OCCURS 6 TIMES PIC X(01).
006472
006474*    ONE ROW PER CURRENCY SEEN, IN ORDER OF FIRST APPEARANCE.
006476*    THE SOURCE FIGURES ARE CLEARED AT THE START OF EACH SOURCE
006478*    PASS; THE ALL FIGURES RUN FOR THE WHOLE TABLE.  AMOUNTS ARE
006480*    IN THE ITEM'S OWN CURRENCY.  DL100 ONLY ACCEPTS CURRENCIES ON
006482*    ITS RATE TABLE (100) PLUS THE BASE, SO THIS CANNOT FILL.
006484 01  DL200-CURRENCY-TABLE.
006486     05  DL200-CUR-ENTRY OCCURS 101 TIMES.
006488         10  DL200-CUR-CODE          PIC X(03).
006490         10  DL200-CUR-SRC-COUNT     PIC 9(06) COMP.
006492         10  DL200-CUR-SRC-AMOUNT    PIC 9(13).
006494         10  DL200-CUR-ALL-COUNT     PIC 9(06) COMP.
006496         10  DL200-CUR-ALL-AMOUNT    PIC 9(13).
006500
006600 01  DL200-SWITCHES.
006700     05  DL200-FIRST-SW              PIC X(01) VALUE 'Y'.
007800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007900     PERFORM 1500-PRINT-ONE-SOURCE THRU 1500-EXIT
008000         VARYING DL200-SRC-IDX FROM 1 BY 1
008100         UNTIL DL200-SRC-IDX > 6.
008200     PERFORM 7000-FINAL-BREAK THRU 7000-EXIT.
008300     PERFORM 8000-TERMINATE THRU 8000-EXIT.
008400     GOBACK.
008920*    IS CALLED ONCE PER PASS WITHOUT A CANCEL, SO INITIAL
008930*    STATE ONLY HOLDS FOR THE FIRST PASS
008940     MOVE ZERO TO DL200-GRAND-COUNT
008960     MOVE ZERO TO DL200-CUR-CTR
009000     OPEN OUTPUT DL200-REPORT-FILE.
009100 1000-EXIT.
009200     EXIT.
009360*****************************************************************
009370 1500-PRINT-ONE-SOURCE.
009380     MOVE DL200-SOURCE-CODE(DL200-SRC-IDX) TO DL200-CUR-SOURCE
009381     MOVE ZERO TO DL200-SOURCE-COUNT
009382     MOVE ZERO TO DL200-GROUP-COUNT
009383     MOVE 'Y'  TO DL200-FIRST-SW
009384     PERFORM 3510-CLEAR-SOURCE-CURRENCY THRU 3510-EXIT
009385         VARYING DL200-CUR-IDX FROM 1 BY 1
009386         UNTIL DL200-CUR-IDX > DL200-CUR-CTR
009393     PERFORM 2000-PRINT-TABLE THRU 2000-EXIT
009394         VARYING DL200-IDX FROM 1 BY 1
009395         UNTIL DL200-IDX > DL100-COUNT
009400         MOVE DL200-CUR-SOURCE   TO DL200-SRCTOT-SOURCE
009401         MOVE DL200-SOURCE-COUNT TO DL200-SRCTOT-COUNT
009402         WRITE DL200-REPORT-LINE FROM DL200-SOURCETOTAL-LINE
009412         PERFORM 3500-PRINT-SOURCE-CURRENCY THRU 3500-EXIT
009422             VARYING DL200-CUR-IDX FROM 1 BY 1
009432             UNTIL DL200-CUR-IDX > DL200-CUR-CTR
009442     END-IF.
009452 1500-EXIT.
009462     EXIT.
009472
009482*****************************************************************
009500* 2000-PRINT-TABLE - ONE PASS OF THE TABLE, BREAKING ON KEY     *
009510* WITHIN THE CURRENT SOURCE; ENTRIES OFF-SOURCE ARE PASSED BY   *
009600*****************************************************************
010500         MOVE ZERO TO DL200-GROUP-COUNT
010600     END-IF
010700     PERFORM 2500-PRINT-DETAIL THRU 2500-EXIT
010750     PERFORM 2600-TALLY-CURRENCY THRU 2600-EXIT
010800     ADD 1 TO DL200-GROUP-COUNT
010810     ADD 1 TO DL200-SOURCE-COUNT
010900     ADD 1 TO DL200-GRAND-COUNT.
012000 2500-EXIT.
012100     EXIT.
012200
012202*****************************************************************
012204* 2600-TALLY-CURRENCY - ADD THE ENTRY TO ITS CURRENCY'S SOURCE   *
012206* AND ALL FIGURES, TABLING THE CURRENCY THE FIRST TIME IT SHOWS  *
012208*****************************************************************
012210 2600-TALLY-CURRENCY.
012212     MOVE ZERO TO DL200-CUR-FOUND-IDX
012214     PERFORM 2610-MATCH-ONE-CURRENCY THRU 2610-EXIT
012216         VARYING DL200-CUR-IDX FROM 1 BY 1
012218         UNTIL DL200-CUR-IDX > DL200-CUR-CTR
012220            OR DL200-CUR-FOUND-IDX > ZERO
012222     IF DL200-CUR-FOUND-IDX = ZERO
012224         IF DL200-CUR-CTR >= 101
012226             GO TO 2600-EXIT
012228         END-IF
012230         ADD 1 TO DL200-CUR-CTR
012232         MOVE DL200-CUR-CTR TO DL200-CUR-FOUND-IDX
012234         MOVE DL100-ENTRY-CURRENCY(DL200-IDX)
012236             TO DL200-CUR-CODE(DL200-CUR-FOUND-IDX)
012238         MOVE ZERO TO DL200-CUR-SRC-COUNT(DL200-CUR-FOUND-IDX)
012240         MOVE ZERO TO DL200-CUR-SRC-AMOUNT(DL200-CUR-FOUND-IDX)
012242         MOVE ZERO TO DL200-CUR-ALL-COUNT(DL200-CUR-FOUND-IDX)
012244         MOVE ZERO TO DL200-CUR-ALL-AMOUNT(DL200-CUR-FOUND-IDX)
012246     END-IF
012248     IF DL100-ENTRY-AMOUNT(DL200-IDX) IS NUMERIC
012250         MOVE DL100-ENTRY-AMOUNT(DL200-IDX) TO DL200-AMT-NUM
012252     ELSE
012254         MOVE ZERO TO DL200-AMT-NUM
012256     END-IF
012258     ADD 1 TO DL200-CUR-SRC-COUNT(DL200-CUR-FOUND-IDX)
012260     ADD 1 TO DL200-CUR-ALL-COUNT(DL200-CUR-FOUND-IDX)
012262     ADD DL200-AMT-NUM
012264         TO DL200-CUR-SRC-AMOUNT(DL200-CUR-FOUND-IDX)
012266     ADD DL200-AMT-NUM
012268         TO DL200-CUR-ALL-AMOUNT(DL200-CUR-FOUND-IDX).
012270 2600-EXIT.
012272     EXIT.
012274
012276*****************************************************************
012278* 2610-MATCH-ONE-CURRENCY                                       *
012280*****************************************************************
012282 2610-MATCH-ONE-CURRENCY.
012284     IF DL200-CUR-CODE(DL200-CUR-IDX) =
012286             DL100-ENTRY-CURRENCY(DL200-IDX)
012288         MOVE DL200-CUR-IDX TO DL200-CUR-FOUND-IDX
012290     END-IF.
012292 2610-EXIT.
012294     EXIT.
012296
012300*****************************************************************
012400* 3000-PRINT-SUBTOTAL - BREAK LINE FOR THE GROUP JUST FINISHED   *
012500*****************************************************************
013000 3000-EXIT.
013100     EXIT.
013200
013202*****************************************************************
013204* 3500-PRINT-SOURCE-CURRENCY - ONE LINE PER CURRENCY THE SOURCE  *
013206* JUST PRINTED CARRIED; CURRENCIES IT DID NOT CARRY ARE SKIPPED  *
013208*****************************************************************
013210 3500-PRINT-SOURCE-CURRENCY.
013212     IF DL200-CUR-SRC-COUNT(DL200-CUR-IDX) = ZERO
013214         GO TO 3500-EXIT
013216     END-IF
013218     MOVE DL200-CUR-CODE(DL200-CUR-IDX) TO DL200-CURTOT-CURRENCY
013220     MOVE DL200-CUR-SRC-COUNT(DL200-CUR-IDX) TO DL200-CURTOT-COUNT
013222     MOVE DL200-CUR-SRC-AMOUNT(DL200-CUR-IDX)
013224         TO DL200-CURTOT-AMOUNT
013226     WRITE DL200-REPORT-LINE FROM DL200-CURRENCY-LINE.
013228 3500-EXIT.
013230     EXIT.
013232
013234*****************************************************************
013236* 3510-CLEAR-SOURCE-CURRENCY                                    *
013238*****************************************************************
013240 3510-CLEAR-SOURCE-CURRENCY.
013242     MOVE ZERO TO DL200-CUR-SRC-COUNT(DL200-CUR-IDX)
013244     MOVE ZERO TO DL200-CUR-SRC-AMOUNT(DL200-CUR-IDX).
013246 3510-EXIT.
013248     EXIT.
013250
013252*****************************************************************
013254* 3520-PRINT-ALL-CURRENCY                                       *
013256*****************************************************************
013258 3520-PRINT-ALL-CURRENCY.
013260     MOVE DL200-CUR-CODE(DL200-CUR-IDX) TO DL200-CURTOT-CURRENCY
013262     MOVE DL200-CUR-ALL-COUNT(DL200-CUR-IDX) TO DL200-CURTOT-COUNT
013264     MOVE DL200-CUR-ALL-AMOUNT(DL200-CUR-IDX)
013266         TO DL200-CURTOT-AMOUNT
013268     WRITE DL200-REPORT-LINE FROM DL200-CURRENCY-LINE.
013270 3520-EXIT.
013272     EXIT.
013274
013300*****************************************************************
013400* 7000-FINAL-BREAK - GRAND TOTAL AND TRANSACTION COUNTS; THE    *
013410* LAST KEY SUBTOTAL OF EACH SOURCE IS TAKEN IN 1500             *
013600 7000-FINAL-BREAK.
014000     MOVE DL200-GRAND-COUNT TO DL200-GRAND-COUNT-OUT
014100     WRITE DL200-REPORT-LINE FROM DL200-GRANDTOTAL-LINE
014102     PERFORM 3520-PRINT-ALL-CURRENCY THRU 3520-EXIT
014104         VARYING DL200-CUR-IDX FROM 1 BY 1
014106         UNTIL DL200-CUR-IDX > DL200-CUR-CTR
014110     MOVE '** REVERSALS     **' TO DL200-TXN-LABEL
014120     MOVE DL100-RVSL-CTR        TO DL200-TXN-COUNT-OUT
014130     WRITE DL200-REPORT-LINE FROM DL200-TXNCOUNT-LINE

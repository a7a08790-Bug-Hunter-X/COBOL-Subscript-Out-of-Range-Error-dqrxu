002400*   3. PURGES KEYS WHOSE DL100-MSTR-LAST-POSTED IS OLDER THAN  *
002500*      THE RETENTION CONTROL CARD, SO STALE KEYS STOP          *
002600*      POLLUTING THE LIVE MASTER.                              *
002620*   4. RECORDS THE CLOSE ON THE TBLMCHS MONTH-CLOSE HISTORY,    *
002640*      WHICH DL100 READS TO SEND A LATE ITEM DATED IN A CLOSED  *
002660*      MONTH TO THE PRIOR-PERIOD ADJUSTMENT FILE INSTEAD OF     *
002680*      THE CURRENT MONTH'S TOTALS.                              *
002700*                                                                *
002800* CONTROL CARDS ON TBLMCTL (KEYWORD=VALUE, '*' COMMENTS, SAME  *
002900* SHAPE AS DL100'S TBLCAP):                                     *
003400*                          ZERO LEAVES THE PURGE OFF           *
003500*                                                                *
003600* RETURN CODES: 8 = MASTER UNAVAILABLE, NOTHING CLOSED;        *
003620* 4 = MONTH CLOSED BUT THE CLOSE NOT RECORDED ON TBLMCHS;       *
003700* 0 = CLEAN.                                                    *
003800*                                                                *
003900* MODIFICATION HISTORY                                          *
004000* ---------------------------------------------------------     *
004100* 09/02/2026  RS   ORIGINAL PROGRAM.                            *
004120* 10/15/2026  RS   EACH CLOSE IS NOW RECORDED ON THE TBLMCHS    *
004140*                  MONTH-CLOSE HISTORY SO DL100 CAN TELL A LATE *
004160*                  ITEM FOR A CLOSED MONTH FROM CURRENT         *
004180*                  ACTIVITY.                                    *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS DL710-PARM-STATUS.
007100
007110     SELECT DL710-MCHS-FILE
007120         ASSIGN TO TBLMCHS
007130         ORGANIZATION IS INDEXED
007140         ACCESS MODE IS DYNAMIC
007150         RECORD KEY IS DL710-MCHS-MONTH
007160         FILE STATUS IS DL710-MCHS-STATUS.
007170
007200     SELECT DL710-REPORT-FILE
007300         ASSIGN TO TBLMCLS
007400         ORGANIZATION IS LINE SEQUENTIAL.
008900     RECORDING MODE IS F.
009000 01  DL710-PARM-RECORD              PIC X(80).
009100
009120 FD  DL710-MCHS-FILE.
009140 COPY "dl710mc.cpy".
009160
009200 FD  DL710-REPORT-FILE
009300     RECORDING MODE IS F.
009400 01  DL710-REPORT-LINE              PIC X(132).
009700 77  DL710-MSTR-STATUS          PIC X(02) VALUE '00'.
009800 77  DL710-YTD-STATUS           PIC X(02) VALUE '00'.
009900 77  DL710-PARM-STATUS          PIC X(02) VALUE '00'.
009950 77  DL710-MCHS-STATUS          PIC X(02) VALUE '00'.
010000 77  DL710-TODAY                PIC 9(08) VALUE ZERO.
010100 77  DL710-CLOSE-MONTH          PIC 9(06) VALUE ZERO.
010200 77  DL710-RETENTION-DAYS       PIC 9(03) VALUE 90.
018000         88  DL710-MSTR-OPEN                   VALUE 'Y'.
018100     05  DL710-PURGE-REC-SW         PIC X(01) VALUE 'N'.
018200         88  DL710-PURGE-THIS-RECORD           VALUE 'Y'.
018220     05  DL710-MCHS-SW              PIC X(01) VALUE 'N'.
018240         88  DL710-MCHS-NOT-RECORDED           VALUE 'Y'.
018300
018400 PROCEDURE DIVISION.
018500*****************************************************************
019000     IF DL710-MSTR-OPEN
019100         PERFORM 3000-PASS-MASTER THRU 3000-EXIT
019200         PERFORM 7000-WRITE-ARCHIVE-TRAILER THRU 7000-EXIT
019250         PERFORM 7100-RECORD-MONTH-CLOSE THRU 7100-EXIT
019300     END-IF.
019400     PERFORM 8000-TERMINATE THRU 8000-EXIT.
019500     GOBACK.
044200 7000-EXIT.
044300     EXIT.
044400
044402*****************************************************************
044404* 7100-RECORD-MONTH-CLOSE - ONE TBLMCHS RECORD FOR THE MONTH    *
044406* JUST CLOSED, SO DL100 KNOWS THE MONTH IS SHUT.  A RERUN OF    *
044408* THE SAME MONTH REWRITES ITS RECORD.  THE FILE IS CREATED ON   *
044410* FIRST USE, LIKE TBLYTD; IF IT STILL CANNOT BE OPENED THE      *
044412* CLOSE STANDS BUT THE STEP ENDS RC 4 SO THE CLOSE IS RECORDED  *
044414* BY A RERUN.                                                   *
044416*****************************************************************
044418 7100-RECORD-MONTH-CLOSE.
044420     OPEN I-O DL710-MCHS-FILE
044422     IF DL710-MCHS-STATUS NOT = '00'
044424         AND DL710-MCHS-STATUS NOT = '05'
044426         OPEN OUTPUT DL710-MCHS-FILE
044428         CLOSE DL710-MCHS-FILE
044430         OPEN I-O DL710-MCHS-FILE
044432     END-IF
044434     IF DL710-MCHS-STATUS NOT = '00'
044436         SET DL710-MCHS-NOT-RECORDED TO TRUE
044438         DISPLAY 'DL710 - TBLMCHS UNAVAILABLE, STATUS '
044440             DL710-MCHS-STATUS
044442         GO TO 7100-EXIT
044444     END-IF
044446     MOVE SPACES              TO DL710-MCHS-RECORD
044448     MOVE DL710-CLOSE-MONTH   TO DL710-MCHS-MONTH
044450     MOVE DL710-TODAY         TO DL710-MCHS-CLOSE-DATE
044452     MOVE DL710-ARCHIVED-CTR  TO DL710-MCHS-ARCHIVED-CTR
044454     MOVE DL710-ROLLED-CTR    TO DL710-MCHS-ROLLED-CTR
044456     MOVE DL710-ROLLED-AMT    TO DL710-MCHS-ROLLED-AMT
044458     WRITE DL710-MCHS-RECORD
044460         INVALID KEY
044462             REWRITE DL710-MCHS-RECORD
044464     END-WRITE
044466     CLOSE DL710-MCHS-FILE.
044468 7100-EXIT.
044470     EXIT.
044472
044500*****************************************************************
044600* 8000-TERMINATE - TOTALS, CLOSES, AND THE STEP CODE            *
044700*****************************************************************
046200     DISPLAY 'DL710 - ALREADY CLOSED  : ' DL710-SKIPPED-CTR
046300     DISPLAY 'DL710 - KEYS PURGED     : ' DL710-PURGED-CTR
046400     DISPLAY 'DL710 - AMOUNT ROLLED   : ' DL710-ROLLED-AMT
046420     IF DL710-MCHS-NOT-RECORDED
046440         MOVE 4 TO RETURN-CODE
046460     END-IF
046500     IF NOT DL710-MSTR-OPEN
046600         MOVE 8 TO RETURN-CODE
046700     END-IF.

000100*****************************************************************
000200* DL410RC.CPY                                                   *
000300* Settlement return case - a VSAM KSDS (TBLRCAS) keyed by the   *
000400* entry key, business date, and original amount of an item      *
000500* settlement has returned, so one case follows the item however *
000600* many times it goes round the DL310/TBLRSUB repair loop.  DL410*
000700* opens the case on the first return and records every later    *
000800* return with its reason, every re-presentment it sees the item *
000900* make on an extract, and the outcome: settled (re-presented    *
001000* and not returned) or written off (returned again once it had  *
001100* been re-presented as often as DL410's REPRESENT-LIMIT         *
001200* allows).  The last-presented and last-returned business dates *
001300* stop a DL410 rerun against the same extract counting anything *
001400* twice.  Each event is kept in DL410-RCAS-EVENT until the      *
001500* table is full; the counters always carry the whole story.     *
001600* DL430 lists the cases still unresolved, aged in business      *
001700* days.                                                         *
001800*****************************************************************
001900 01  DL410-RCAS-RECORD.
002000     05  DL410-RCAS-KEY.
002100         10  DL410-RCAS-ITEM-KEY     PIC X(10).
002200         10  DL410-RCAS-ITEM-DATE    PIC X(08).
002300         10  DL410-RCAS-ITEM-AMOUNT  PIC X(09).
002400     05  DL410-RCAS-SOURCE           PIC X(01).
002500     05  DL410-RCAS-CURRENCY         PIC X(03).
002600     05  DL410-RCAS-BASE-AMT         PIC X(09).
002700     05  DL410-RCAS-STATUS           PIC X(01).
002800         88  DL410-RCAS-AWAITING-REPAIR        VALUE 'O'.
002900         88  DL410-RCAS-REPRESENTED            VALUE 'P'.
003000         88  DL410-RCAS-UNRESOLVED             VALUES 'O' 'P'.
003100         88  DL410-RCAS-SETTLED                VALUE 'S'.
003200         88  DL410-RCAS-WRITTEN-OFF            VALUE 'W'.
003300     05  DL410-RCAS-OPENED-DATE      PIC 9(08).
003400     05  DL410-RCAS-OUTCOME-DATE     PIC 9(08).
003500     05  DL410-RCAS-RETURN-CTR       PIC 9(03).
003600     05  DL410-RCAS-REPRESENT-CTR    PIC 9(03).
003700     05  DL410-RCAS-LAST-PRESENTED   PIC 9(08).
003800     05  DL410-RCAS-LAST-RETURNED    PIC 9(08).
003900     05  DL410-RCAS-LAST-REASON      PIC X(30).
004000     05  DL410-RCAS-EVENT-CTR        PIC 9(02).
004100     05  DL410-RCAS-EVENT OCCURS 12 TIMES.
004200         10  DL410-RCAS-EVT-TYPE     PIC X(01).
004300             88  DL410-RCAS-EVT-RETURN         VALUE 'R'.
004400             88  DL410-RCAS-EVT-REPRESENT      VALUE 'P'.
004500             88  DL410-RCAS-EVT-SETTLED        VALUE 'S'.
004600             88  DL410-RCAS-EVT-WRITE-OFF      VALUE 'W'.
004700         10  DL410-RCAS-EVT-RUN-DATE PIC 9(08).
004800         10  DL410-RCAS-EVT-BUS-DATE PIC 9(08).
004900         10  DL410-RCAS-EVT-REASON   PIC X(30).
005000     05  FILLER                      PIC X(20).

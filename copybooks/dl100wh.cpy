000100*****************************************************************
000200* DL100WH.CPY                                                   *
000300* Future-dated entry warehouse - a VSAM KSDS (TBLWHSE) written  *
000400* by DL100 for each item dated after the business date.  The    *
000500* item is parked here, whole, instead of being staged or        *
000600* rejected, and comes back in as DL100's warehouse feed (source *
000700* code F) on the first run whose business date has reached its  *
000800* effective date - an item dated on a weekend or holiday        *
000900* therefore waits for the next processing day on the DL900      *
001000* calendar.  Keyed by effective date, then the business date it *
001100* arrived and a sequence within that date, so one pass in key   *
001200* order is the release queue.  A released item is marked, not   *
001300* deleted, at the clean end of the run that fed it, so a rerun  *
001400* of that date can feed it again; the next day's run clears it. *
001500* DL100-WHSE-ORIG-SOURCE is the region that sent it;            *
001600* DL100-WHSE-BASE-AMT is its base-currency value at the arrival *
001700* date's rate, for the DL110 warehouse listing only - the       *
001800* release run converts it again at its own date's rate.         *
001900*****************************************************************
002000 01  DL100-WHSE-RECORD.
002100     05  DL100-WHSE-KEY.
002200         10  DL100-WHSE-EFF-DATE     PIC 9(08).
002300         10  DL100-WHSE-ARRIVED      PIC 9(08).
002400         10  DL100-WHSE-SEQ          PIC 9(06).
002500     05  DL100-WHSE-STATUS           PIC X(01).
002600         88  DL100-WHSE-WAITING                VALUE 'W'.
002700         88  DL100-WHSE-RELEASED               VALUE 'L'.
002800     05  DL100-WHSE-RELEASE-DATE     PIC 9(08).
002900     05  DL100-WHSE-ORIG-SOURCE      PIC X(01).
003000     05  DL100-WHSE-BASE-AMT         PIC 9(09).
003100     05  DL100-WHSE-BODY             PIC X(80).
003200     05  DL100-WHSE-BODY-VIEW REDEFINES DL100-WHSE-BODY.
003300         10  DL100-WHSE-BDY-KEY      PIC X(10).
003400         10  DL100-WHSE-BDY-DATE     PIC X(08).
003500         10  DL100-WHSE-BDY-AMOUNT   PIC X(09).
003600         10  DL100-WHSE-BDY-TXN      PIC X(01).
003700         10  DL100-WHSE-BDY-SOURCE   PIC X(01).
003800         10  DL100-WHSE-BDY-CURRENCY PIC X(03).
003900         10  DL100-WHSE-BDY-FILLER   PIC X(48).
004000     05  FILLER                      PIC X(20).

000100*****************************************************************
000200* DL100HD.CPY                                                   *
000300* Held-items record - a VSAM KSDS (TBLHELD) written by DL100   *
000400* when an add is for more than its key's single-item limit on  *
000500* TBLAREF.  The item is parked here instead of being staged,   *
000600* and a supervisor releases or declines it online (DL320):     *
000700* a released item is queued to TBLRSUB for the next run (or    *
000800* its next intraday cut) with DL100-HELD-BDY-RELEASE set so    *
000900* the limit is not applied a second time; a declined item goes *
001000* to the TBLREPR repair queue with its own reason.  Keyed by a *
001100* held sequence number that carries on from the highest key on *
001200* file, so the file keeps its history across business days.   *
001300* DL100-HELD-QUEUE-KEY is the TBLREPR/TBLRSUB number the item  *
001400* was queued under when it was released or declined.          *
001500* COPYed into the FILE SECTION by DL100 and into               *
001600* WORKING-STORAGE by DL320, like DL100RP.CPY.                  *
001700*****************************************************************
001800 01  DL100-HELD-RECORD.
001900     05  DL100-HELD-KEY          PIC 9(06).
002000     05  DL100-HELD-STATUS       PIC X(01).
002100         88  DL100-HELD-IS-HELD            VALUE 'H'.
002200         88  DL100-HELD-IS-RELEASED        VALUE 'L'.
002300         88  DL100-HELD-IS-DECLINED        VALUE 'D'.
002400     05  DL100-HELD-DATE         PIC 9(08).
002500     05  DL100-HELD-LIMIT        PIC 9(09).
002600     05  DL100-HELD-ACTION-DATE  PIC 9(08).
002700     05  DL100-HELD-QUEUE-KEY    PIC 9(04).
002800     05  DL100-HELD-BODY         PIC X(80).
002900     05  DL100-HELD-BODY-VIEW REDEFINES DL100-HELD-BODY.
003000         10  DL100-HELD-BDY-KEY      PIC X(10).
003100         10  DL100-HELD-BDY-DATE     PIC X(08).
003200         10  DL100-HELD-BDY-AMOUNT   PIC X(09).
003300         10  DL100-HELD-BDY-TXN      PIC X(01).
003400         10  DL100-HELD-BDY-SOURCE   PIC X(01).
003500         10  DL100-HELD-BDY-FILLER   PIC X(50).
003600         10  DL100-HELD-BDY-RELEASE  PIC X(01).
003700     05  FILLER                  PIC X(20).

000100*****************************************************************
000200* DL410RH.CPY                                                   *
000300* Settlement return history - a VSAM KSDS (TBLRHST) keyed by    *
000400* the date DL410 ran plus a sequence within that date, holding  *
000500* one record for every returned item DL410 actually backed out  *
000600* of a key's TBLMSTR month-to-date totals.  DL410-RHST-MONTH is *
000700* the month those totals covered when the money came off (the   *
000800* master record's last-posted month), which is not always the   *
000900* month DL410 ran in, so the month-end statement run (DL720)    *
001000* selects on it to show each key's returns against the month    *
001100* they reduced.  DL410-RHST-BACKED-AMT is what came off - less  *
001200* than the returned amount when the master was short.           *
001300*****************************************************************
001400 01  DL410-RHST-RECORD.
001500     05  DL410-RHST-KEY.
001600         10  DL410-RHST-RUN-DATE     PIC 9(08).
001700         10  DL410-RHST-SEQ          PIC 9(06).
001800     05  DL410-RHST-ITEM-KEY         PIC X(10).
001900     05  DL410-RHST-ITEM-DATE        PIC X(08).
002000     05  DL410-RHST-ITEM-AMOUNT      PIC X(09).
002100     05  DL410-RHST-SOURCE           PIC X(01).
002200     05  DL410-RHST-REASON           PIC X(30).
002300     05  DL410-RHST-MONTH            PIC 9(06).
002400     05  DL410-RHST-BACKED-AMT       PIC 9(09).
002500     05  FILLER                      PIC X(20).
002600

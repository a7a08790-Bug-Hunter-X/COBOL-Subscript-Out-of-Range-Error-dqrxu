000100*****************************************************************
000200* DL100PP.CPY                                                   *
000300* Prior-period adjustment record - a VSAM KSDS (TBLPPAD)        *
000400* written by DL100 for each staged item dated in a month DL710  *
000500* has already closed (per the TBLMCHS month-close history).     *
000600* The item still goes to settlement on the day's extract, but   *
000700* its money is kept out of the current TBLMSTR month-to-date    *
000800* totals and parked here under the month it belongs to.  Keyed  *
000900* by that period month, the business date it arrived and the    *
001000* entry key, so the key is unique in a day and a rerun of the   *
001100* same date finds its own record instead of adding a second     *
001200* one.  DL100-PPAD-AMOUNT is in base currency, as the master    *
001300* is; the original amount and currency ride alongside.  DL730   *
001400* applies each unapplied record to TBLYTD for the right year,   *
001500* stamps it applied (the rerun guard) and prints it on the      *
001600* prior-period adjustment report that goes with the closed      *
001700* month's TBLMARC archive.                                      *
001800*****************************************************************
001900 01  DL100-PPAD-RECORD.
002000     05  DL100-PPAD-KEY.
002100         10  DL100-PPAD-MONTH        PIC 9(06).
002200         10  DL100-PPAD-RUN-DATE     PIC 9(08).
002300         10  DL100-PPAD-ENTRY-KEY    PIC X(10).
002400     05  DL100-PPAD-ENTRY-DATE       PIC X(08).
002500     05  DL100-PPAD-AMOUNT           PIC 9(09).
002600     05  DL100-PPAD-ORIG-AMOUNT      PIC X(09).
002700     05  DL100-PPAD-CURRENCY         PIC X(03).
002800     05  DL100-PPAD-SOURCE           PIC X(01).
002900     05  DL100-PPAD-STATUS           PIC X(01).
003000         88  DL100-PPAD-UNAPPLIED              VALUE SPACE.
003100         88  DL100-PPAD-APPLIED                VALUE 'A'.
003200         88  DL100-PPAD-YEAR-CLOSED            VALUE 'Y'.
003300     05  DL100-PPAD-APPLIED-DATE     PIC 9(08).
003400     05  FILLER                      PIC X(17).

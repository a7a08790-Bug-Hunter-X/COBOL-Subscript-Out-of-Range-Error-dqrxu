000100*****************************************************************
000200* DL610XR.CPY                                                   *
000300* Account key cross-reference - a VSAM KSDS (TBLKXRF) keyed by  *
000400* the old entry key, one record for every key the DL610         *
000500* conversion job has renumbered or merged away.                 *
000600* DL610-XREF-NEW-KEY is the key the old key's activity now      *
000700* belongs to; when that key is itself converted later, DL610    *
000800* re-points every entry that named it, so an old key always     *
000900* leads straight to the live key in one read.                   *
001000* DL610-XREF-FIRST-NEW-KEY keeps the successor named on the     *
001100* original conversion card for history.  DL100 reads this file  *
001200* to translate an arriving old key during the grace period that *
001300* follows DL610-XREF-CONV-DATE, and to reject it after.         *
001400*****************************************************************
001500 01  DL610-XREF-RECORD.
001600     05  DL610-XREF-OLD-KEY          PIC X(10).
001700     05  DL610-XREF-NEW-KEY          PIC X(10).
001800     05  DL610-XREF-TYPE             PIC X(01).
001900         88  DL610-XREF-RENUMBERED             VALUE 'R'.
002000         88  DL610-XREF-MERGED                 VALUE 'M'.
002100     05  DL610-XREF-CONV-DATE        PIC 9(08).
002200     05  DL610-XREF-FIRST-NEW-KEY    PIC X(10).
002300     05  DL610-XREF-REPOINT-DATE     PIC 9(08).
002400     05  FILLER                      PIC X(13).
002500

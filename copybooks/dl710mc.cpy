000100*****************************************************************
000200* DL710MC.CPY                                                   *
000300* Month-close history - a VSAM KSDS (TBLMCHS) keyed by the      *
000400* calendar month closed (CCYYMM).  DL710 writes one record each *
000500* time it closes a month (a rerun rewrites it), so every later  *
000600* job can tell which months are shut without reading TBLYTD key *
000700* by key.  DL100 reads the highest month on file at start-up    *
000800* and routes any item dated in that month or earlier to the     *
000900* prior-period adjustment file (TBLPPAD) instead of the current *
001000* month-to-date totals.  The rolled counts and amount are the   *
001100* close run's own figures, kept for the record.                 *
001200*****************************************************************
001300 01  DL710-MCHS-RECORD.
001400     05  DL710-MCHS-MONTH            PIC 9(06).
001500     05  DL710-MCHS-CLOSE-DATE       PIC 9(08).
001600     05  DL710-MCHS-ARCHIVED-CTR     PIC 9(06).
001700     05  DL710-MCHS-ROLLED-CTR       PIC 9(06).
001800     05  DL710-MCHS-ROLLED-AMT       PIC 9(15).
001900     05  FILLER                      PIC X(39).

000100*****************************************************************
000200* DL760BH.CPY                                                   *
000300* Fee billing history - a VSAM KSDS (TBLFBHS) keyed by the      *
000400* calendar month billed (CCYYMM).  DL760 writes one record when *
000500* a month's TBLFBIL billing file has been written in full, and  *
000600* refuses to bill a month already on file, so a rerun can never *
000700* send the invoicing system the same month twice.  A run that   *
000800* fails before the end records nothing and may simply be rerun. *
000900* The counts and fee total are the billing run's own figures,   *
001000* kept for the record.                                          *
001100*****************************************************************
001200 01  DL760-FBHS-RECORD.
001300     05  DL760-FBHS-MONTH            PIC 9(06).
001400     05  DL760-FBHS-RUN-DATE         PIC 9(08).
001500     05  DL760-FBHS-KEYS-BILLED      PIC 9(06).
001600     05  DL760-FBHS-FEE-TOTAL        PIC 9(15).
001700     05  FILLER                      PIC X(45).

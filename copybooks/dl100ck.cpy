001793* trailer already consumed, so a restart neither loses the      *
001794* hash over the skipped records nor re-expects a trailer it     *
001795* already saw.                                                   *
001796* DL100-CKPT-HELD-COUNT/HELD-SEQ carry the items held over their *
001797* key's single-item limit so far and the held-file sequence, so  *
001798* a restart rewrites the same TBLHELD records it held before.    *
001818* DL100-CKPT-WHSE-COUNT/WHSE-SEQ do the same for the items dated *
001838* after the business date and parked on the TBLWHSE warehouse.   *
001858*****************************************************************
001900 01  DL100-CKPT-RECORD.
002000     05  DL100-CKPT-KEY          PIC 9(04).
002100     05  DL100-CKPT-TYPE         PIC X(01).
003676         10  DL100-CKPT-TRL-FOUND        PIC X(01).
003678         10  DL100-CKPT-TRL-EXP-COUNT    PIC 9(06) COMP.
003680         10  DL100-CKPT-TRL-EXP-HASH     PIC 9(13) COMP.
003700         10  DL100-CKPT-HELD-COUNT       PIC 9(06) COMP.
003702         10  DL100-CKPT-HELD-SEQ         PIC 9(06) COMP.
003704         10  DL100-CKPT-WHSE-COUNT       PIC 9(06) COMP.
003706         10  DL100-CKPT-WHSE-SEQ         PIC 9(06) COMP.
003708         10  FILLER                      PIC X(11).
003710*    Per-source staged/overflow/reject totals, appended after
003720*    the 80-byte blob so the control record can carry all six
003730*    feeds without squeezing the original views.  Present on
003740*    every record for a fixed record length; only the type 'C'
003750*    control record's copy means anything.  The per-source READ
003772*    carries each source's rejected-amount hash, which the
003774*    per-region response trailer reports.
003780     05  DL100-CKPT-SRC-TOTALS.
003790         10  DL100-CKPT-SRC-ENTRY OCCURS 6 TIMES.
003800             15  DL100-CKPT-SRC-LOADED   PIC 9(06) COMP.
003810             15  DL100-CKPT-SRC-OV       PIC 9(06) COMP.
003820             15  DL100-CKPT-SRC-REJ      PIC 9(06) COMP.
003840*    Whole-run amount legs for the end-of-run amount proof -
003850*    the input amount total across every feed and the amounts
003860*    that legitimately left the pipeline (rejects, overflow,
003870*    reversals, adjustment amounts replaced, items held over
003875*    their limit, items warehoused until their date) - carried
003877*    so a restart's proof still covers the whole day.
003890     05  DL100-CKPT-BAL-AMTS.
003900         10  DL100-CKPT-BAL-INP      PIC 9(13) COMP.
003910         10  DL100-CKPT-BAL-REJ      PIC 9(13) COMP.
003920         10  DL100-CKPT-BAL-OVFL     PIC 9(13) COMP.
003930         10  DL100-CKPT-BAL-RVSL     PIC 9(13) COMP.
003940         10  DL100-CKPT-BAL-ADJOLD   PIC 9(13) COMP.
003950         10  DL100-CKPT-BAL-HELD     PIC 9(13) COMP.
004050         10  DL100-CKPT-BAL-WHSE     PIC 9(13) COMP.

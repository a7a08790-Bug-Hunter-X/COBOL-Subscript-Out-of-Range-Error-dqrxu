000720* cut number, the records in the cut, and the cumulative net   *
000730* count and hash; the final T trailer still carries the net    *
000740* cumulative count and hash for the whole day.                 *
000745* Every detail also carries the item's currency code.  The      *
000750* amount fields stay in that currency - settlement is paid in   *
000755* the original money, and the trailer hash is the plain sum of  *
000760* them - while the base-currency equivalents at the business    *
000765* date's rate ride alongside for the ledger and posting side    *
000770* (spaces on a detail written before currencies existed).       *
000775* A detail dated in a month DL710 has already closed carries    *
000780* P in the period byte: it settles as usual, but its money went *
000785* to the prior-period adjustment file, not the current MTD      *
000790* totals, so DL720 does not net it against the month.           *
000800*****************************************************************
000900 01  DL100-EXTRACT-RECORD           PIC X(80).
001000
002140         88  DL100-EXT-ACT-REVERSAL          VALUE 'R'.
002150         88  DL100-EXT-ACT-ADJUSTMENT        VALUE 'J'.
002160     05  DL100-EXT-DTL-OLD-AMOUNT        PIC X(09).
002200     05  DL100-EXT-DTL-CURRENCY          PIC X(03).
002220     05  DL100-EXT-DTL-BASE-AMOUNT       PIC X(09).
002240     05  DL100-EXT-DTL-OLD-BASE          PIC X(09).
002260     05  DL100-EXT-DTL-PERIOD            PIC X(01).
002270         88  DL100-EXT-PRIOR-PERIOD          VALUE 'P'.
002280     05  FILLER                         PIC X(19).
002300
002400 01  DL100-EXT-TRAILER-REC REDEFINES DL100-EXTRACT-RECORD.
002500     05  DL100-EXT-TRL-TYPE              PIC X(01).

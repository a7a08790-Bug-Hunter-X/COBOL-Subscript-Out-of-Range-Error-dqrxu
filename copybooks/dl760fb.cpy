000100*****************************************************************
000200* DL760FB.CPY                                                   *
000300* Monthly fee billing record - the fixed-width file (TBLFBIL)   *
000400* DL760 builds off the TBLMSTR posting master for the invoicing *
000500* system, in place of billing by hand from the DL700 printout.  *
000600* One record type per physical record, selected by the leading  *
000700* type byte: H=header (bill month and run date), D=one key's    *
000800* charge for the month, T=trailer (detail count and fee total). *
000900* A detail carries the MTD count and amount it was billed on,   *
001000* the rates applied, each part of the charge, and whether the   *
001100* rates came from the key's own schedule card (K) or a default  *
001200* tier (T).  All amounts are in the base currency's units, the  *
001300* same as TBLMSTR.                                              *
001400*****************************************************************
001500 01  DL760-FBIL-RECORD              PIC X(100).
001600
001700 01  DL760-FBIL-HEADER-REC REDEFINES DL760-FBIL-RECORD.
001800     05  DL760-FBIL-HDR-TYPE             PIC X(01).
001900     05  DL760-FBIL-HDR-MONTH            PIC 9(06).
002000     05  DL760-FBIL-HDR-RUN-DATE         PIC 9(08).
002100     05  DL760-FBIL-HDR-SYSTEM           PIC X(08).
002200     05  FILLER                         PIC X(77).
002300
002400 01  DL760-FBIL-DETAIL-REC REDEFINES DL760-FBIL-RECORD.
002500     05  DL760-FBIL-DTL-TYPE             PIC X(01).
002600     05  DL760-FBIL-DTL-KEY              PIC X(10).
002700     05  DL760-FBIL-DTL-MONTH            PIC 9(06).
002800     05  DL760-FBIL-DTL-MTD-COUNT        PIC 9(06).
002900     05  DL760-FBIL-DTL-MTD-AMOUNT       PIC 9(13).
003000     05  DL760-FBIL-DTL-ITEM-RATE        PIC 9(07).
003100     05  DL760-FBIL-DTL-PCT-RATE         PIC 9(03)V9(04).
003200     05  DL760-FBIL-DTL-ITEM-CHARGE      PIC 9(13).
003300     05  DL760-FBIL-DTL-VOL-CHARGE       PIC 9(13).
003400     05  DL760-FBIL-DTL-MIN-ADJUST       PIC 9(09).
003500     05  DL760-FBIL-DTL-FEE              PIC 9(13).
003600     05  DL760-FBIL-DTL-BASIS            PIC X(01).
003700         88  DL760-FBIL-DTL-KEY-RATE         VALUE 'K'.
003800         88  DL760-FBIL-DTL-TIER-RATE        VALUE 'T'.
003900     05  FILLER                         PIC X(01).
004000
004100 01  DL760-FBIL-TRAILER-REC REDEFINES DL760-FBIL-RECORD.
004200     05  DL760-FBIL-TRL-TYPE             PIC X(01).
004300     05  DL760-FBIL-TRL-REC-COUNT        PIC 9(06).
004400     05  DL760-FBIL-TRL-FEE-TOTAL        PIC 9(15).
004500     05  FILLER                         PIC X(78).

000100*****************************************************************
000200* DL250GL.CPY                                                   *
000300* General ledger journal upload record - the fixed-width file   *
000400* (TBLGLJR) DL250 builds from the day's extract for the GL's    *
000500* journal upload, in place of keying the DL200 totals by hand.  *
000600* One record type per physical record, selected by the leading  *
000700* type byte: H=header (journal date and batch name), D=journal  *
000800* line (one debit or one credit to one GL account), T=trailer   *
000900* (line count and the debit and credit totals, which are always *
001000* equal - the file is only written when it balances and ties to *
001100* the TBLBALR extract leg).  DL250-GLJ-DTL-CONTRA marks a line  *
001200* that reverses the mapping's normal posting - a reversal, or   *
001300* the amount an adjustment replaced.                            *
001400*****************************************************************
001500 01  DL250-GLJ-RECORD               PIC X(80).
001600
001700 01  DL250-GLJ-HEADER-REC REDEFINES DL250-GLJ-RECORD.
001800     05  DL250-GLJ-HDR-TYPE              PIC X(01).
001900     05  DL250-GLJ-HDR-JRNL-DATE         PIC 9(08).
002000     05  DL250-GLJ-HDR-SYSTEM            PIC X(08).
002100     05  DL250-GLJ-HDR-BATCH             PIC X(10).
002200     05  FILLER                         PIC X(53).
002300
002400 01  DL250-GLJ-DETAIL-REC REDEFINES DL250-GLJ-RECORD.
002500     05  DL250-GLJ-DTL-TYPE              PIC X(01).
002600     05  DL250-GLJ-DTL-LINE-NO           PIC 9(06).
002700     05  DL250-GLJ-DTL-ACCOUNT           PIC X(12).
002800     05  DL250-GLJ-DTL-DR-CR             PIC X(01).
002900         88  DL250-GLJ-DTL-DEBIT             VALUE 'D'.
003000         88  DL250-GLJ-DTL-CREDIT            VALUE 'C'.
003100     05  DL250-GLJ-DTL-AMOUNT            PIC 9(13).
003200     05  DL250-GLJ-DTL-JRNL-DATE         PIC 9(08).
003300     05  DL250-GLJ-DTL-SOURCE            PIC X(01).
003400     05  DL250-GLJ-DTL-TXN               PIC X(01).
003500     05  DL250-GLJ-DTL-CONTRA            PIC X(01).
003600         88  DL250-GLJ-DTL-IS-CONTRA         VALUE 'C'.
003700     05  DL250-GLJ-DTL-DESC              PIC X(30).
003800     05  FILLER                         PIC X(06).
003900
004000 01  DL250-GLJ-TRAILER-REC REDEFINES DL250-GLJ-RECORD.
004100     05  DL250-GLJ-TRL-TYPE              PIC X(01).
004200     05  DL250-GLJ-TRL-LINE-COUNT        PIC 9(06).
004300     05  DL250-GLJ-TRL-DEBIT-TOTAL       PIC 9(15).
004400     05  DL250-GLJ-TRL-CREDIT-TOTAL      PIC 9(15).
004500     05  FILLER                         PIC X(43).
004600

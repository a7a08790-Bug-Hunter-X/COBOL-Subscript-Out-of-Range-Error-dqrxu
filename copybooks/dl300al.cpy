000100*****************************************************************
000200* DL300AL.CPY                                                   *
000300* Online access log - a VSAM KSDS (TBLACCL) with one record for *
000400* every inquiry session started or ended on DL300, and for      *
000500* every time DL300, DL310 or DL320 turned an operator away.     *
000600* Keyed by the CICS date and time (YYYYMMDD, HHMMSS), task      *
000700* number and a sequence, as the TBLAUDO images are, so one      *
000800* month is one key range for the DL740 access report.           *
000900* DL300-ACCL-DETAIL says what the operator looked at or was     *
001000* refused.                                                      *
001100*****************************************************************
001200 01  DL300-ACCL-RECORD.
001300     05  DL300-ACCL-KEY.
001400         10  DL300-ACCL-DATE         PIC 9(08).
001500         10  DL300-ACCL-TIME         PIC 9(06).
001600         10  DL300-ACCL-TASK         PIC 9(07).
001700         10  DL300-ACCL-SEQ          PIC 9(01).
001800     05  DL300-ACCL-USERID           PIC X(08).
001900     05  DL300-ACCL-TERMID           PIC X(04).
002000     05  DL300-ACCL-TRANSID          PIC X(04).
002100     05  DL300-ACCL-EVENT            PIC X(10).
002200         88  DL300-ACCL-SESS-START             VALUE 'SESS-START'.
002300         88  DL300-ACCL-SESS-END               VALUE 'SESS-END'.
002400         88  DL300-ACCL-DENIED                 VALUE 'DENIED'.
002500     05  DL300-ACCL-DETAIL           PIC X(40).
002600     05  FILLER                      PIC X(12).

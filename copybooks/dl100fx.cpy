000100*****************************************************************
000200* DL100FX.CPY                                                   *
000300* Daily exchange-rate record - the TBLRATE line-sequential file *
000400* Treasury sends each morning, one record per currency per      *
000500* rate date.  DL100-RATE-VALUE is the number of base-currency   *
000600* units one unit of the currency buys (seven decimals).  DL100  *
000700* loads the records for its business date at start-up and       *
000800* converts every non-base item at that rate for the TBLMSTR     *
000900* posting and the TBLBALR amount proof; a currency with records *
001000* on file but none for the business date has no rate that day.  *
001100* The base currency itself (BASE-CURRENCY run-control card,     *
001200* default USD) needs no record.  Older dates may stay on the    *
001300* file - only the business date's records are used.             *
001400* COPYed into the FILE SECTION by DL100.                        *
001500*****************************************************************
001600 01  DL100-RATE-RECORD.
001700     05  DL100-RATE-CURRENCY     PIC X(03).
001800     05  FILLER                  PIC X(01).
001900     05  DL100-RATE-DATE         PIC X(08).
002000     05  FILLER                  PIC X(01).
002100     05  DL100-RATE-VALUE        PIC 9(05)V9(07).
002200     05  FILLER                  PIC X(55).

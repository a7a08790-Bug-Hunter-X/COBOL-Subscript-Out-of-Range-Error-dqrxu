003700* MODIFICATION HISTORY                                          *
003800* ---------------------------------------------------------     *
003900* 09/02/2026  RS   ORIGINAL PROGRAM.                            *
003920* 10/15/2026  RS   TBLAUDA RECORD GROWS TO 124 BYTES FOR THE    *
003940*                  OPERATOR ID NOW CARRIED ON EVERY TBLAUDO     *
003960*                  IMAGE.                                       *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
010700
010800 FD  DL800-AUDO-ARCH-FILE
010900     RECORDING MODE IS F.
011000 01  DL800-AUDO-ARCH-RECORD         PIC X(124).
011100
011200 FD  DL800-PARM-FILE
011300     RECORDING MODE IS F.

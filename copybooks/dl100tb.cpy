001000* 1050-READ-CAPACITY-PARM) BEFORE THE TABLE IS FIRST TOUCHED,   *
001100* SO THE DAILY CEILING CAN BE RAISED FOR A SEASONAL PEAK        *
001200* WITHOUT A RECOMPILE.  DL100-CAPACITY MUST STAY AHEAD OF       *
001210* DL100-TABLE IN THIS RECORD.                                   *
001220*                                                               *
001230* DL100-ENTRY-CURRENCY CARRIES THE ITEM'S THREE-BYTE CURRENCY   *
001240* CODE, AT THE SAME OFFSET AS ON THE INPUT RECORD SO THE        *
001250* STAGING MOVE KEEPS IT.  DL100 STAMPS THE BASE CURRENCY ON AN  *
001260* ITEM THAT ARRIVED WITH NONE.  DL100-ENTRY-AMOUNT STAYS IN     *
001270* THAT CURRENCY; THE BASE-CURRENCY FIGURE IS WORKED OUT FROM    *
001280* THE DAY'S RATE WHEREVER DL100 NEEDS IT.                       *
001301*                                                                *
001302* DL100-ENTRY-SOURCE CARRIES THE ONE-BYTE FEED CODE STAMPED ON  *
001303* EVERY STAGED ENTRY (M=MAIN TBLIN, E/C/W=EAST/CENTRAL/WEST     *
002500                 20  DL100-ENTRY-AMOUNT     PIC X(09).
002510                 20  DL100-ENTRY-TXN-CODE   PIC X(01).
002520                 20  DL100-ENTRY-SOURCE     PIC X(01).
002600                 20  DL100-ENTRY-CURRENCY   PIC X(03).
002700                 20  DL100-ENTRY-FILLER     PIC X(48).

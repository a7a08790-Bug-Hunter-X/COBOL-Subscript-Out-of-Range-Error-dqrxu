000600* sequence so the pair sorts together.  DL310-AUD-RPR-KEY      *
000700* ties the images back to the TBLREPR reject they repaired,    *
000800* and DL310-AUD-IMAGE carries the full 80-byte record body in  *
000900* the DL100-INPUT-RECORD layout.  DL310-AUD-OPERATOR is the     *
000920* CICS user ID of the operator who made the change - for DL320  *
000940* images, the supervisor who released or declined the item.     *
001000* COPYed into WORKING-STORAGE by DL310 and into the FILE       *
001100* SECTION by the batch jobs that read TBLAUDO (housekeeping,   *
001200* lifecycle trace), like DL100RP.CPY.                           *
002000     05  DL310-AUD-EVENT            PIC X(10).
002100     05  DL310-AUD-RPR-KEY          PIC 9(04).
002200     05  DL310-AUD-IMAGE            PIC X(80).
002300     05  DL310-AUD-OPERATOR         PIC X(08).

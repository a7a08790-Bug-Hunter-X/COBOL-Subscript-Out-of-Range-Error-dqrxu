000100*****************************************************************
000200* DL620OP.CPY                                                   *
000300* Operator authority file - a VSAM KSDS (TBLOPER) keyed by the  *
000400* CICS user ID the operator signs on with, maintained by the    *
000500* DL620 batch job and read by every online transaction before   *
000600* it does anything else.  One right byte per transaction:       *
000700*   I  INQUIRY     - may page the transaction's screens         *
000800*   R  REPAIR      - may also change data (DL310 repairs)       *
000900*   S  SUPERVISOR  - may also release or decline (DL320), and   *
001000*                    implies every lesser right                 *
001100*   SPACE          - no access to that transaction              *
001200* A revoked operator keeps the record, rights and all, for the  *
001300* auditors, but is refused everywhere.  DL620-OPER-RIGHT-TABLE  *
001400* lets DL620 address a transaction's byte by position (1 =      *
001500* DL3I, 2 = DL3R, 3 = DL3H; the rest are spare).                *
001600*****************************************************************
001700 01  DL620-OPER-RECORD.
001800     05  DL620-OPER-USERID           PIC X(08).
001900     05  DL620-OPER-NAME             PIC X(30).
002000     05  DL620-OPER-STATUS           PIC X(01).
002100         88  DL620-OPER-ACTIVE                 VALUE 'A'.
002200         88  DL620-OPER-REVOKED                VALUE 'R'.
002300     05  DL620-OPER-RIGHTS.
002400         10  DL620-OPER-DL3I-RIGHT   PIC X(01).
002500             88  DL620-OPER-DL3I-INQUIRY       VALUE 'I' 'R' 'S'.
002600         10  DL620-OPER-DL3R-RIGHT   PIC X(01).
002700             88  DL620-OPER-DL3R-INQUIRY       VALUE 'I' 'R' 'S'.
002800             88  DL620-OPER-DL3R-REPAIR        VALUE 'R' 'S'.
002900         10  DL620-OPER-DL3H-RIGHT   PIC X(01).
003000             88  DL620-OPER-DL3H-INQUIRY       VALUE 'I' 'R' 'S'.
003100             88  DL620-OPER-DL3H-SUPERVISOR    VALUE 'S'.
003200         10  FILLER                  PIC X(07).
003300     05  DL620-OPER-RIGHT-TABLE REDEFINES DL620-OPER-RIGHTS.
003400         10  DL620-OPER-RIGHT        PIC X(01) OCCURS 10 TIMES.
003500     05  DL620-OPER-ADDED-DATE       PIC 9(08).
003600     05  DL620-OPER-CHANGED-DATE     PIC 9(08).
003700     05  FILLER                      PIC X(15).

000800* later.  Maintained by the DL600 batch maintenance job (ADD/  *
000900* CLOSE cards); a closed key stays on file with its closed     *
001000* date so history reads cleanly.                                *
001010* DL100-AREF-ITEM-LIMIT is the key's single-item limit, set by  *
001020* the DL600 LIMIT card: an add for more than this amount is     *
001030* parked on the TBLHELD held-items file for a supervisor to     *
001040* release or decline online (DL320) instead of being staged.    *
001050* Zero - or a record written before the limit existed, whose    *
001060* field is still blank - means no limit.                        *
001065* DL100-AREF-SUCCESSOR-KEY is set by the DL610 key conversion   *
001070* job when it closes a renumbered or merged key: the key the    *
001075* old one's totals and activity moved to (see the TBLKXRF       *
001080* cross-reference, DL610XR.CPY).  Blank on every other record;  *
001085* DL600 clears it when a closed key is reopened.                *
001100* COPYed into the FILE SECTION by DL100, DL600 and DL610.       *
001200*****************************************************************
001300 01  DL100-AREF-RECORD.
001400     05  DL100-AREF-KEY          PIC X(10).
001700         88  DL100-AREF-IS-CLOSED          VALUE 'C'.
001800     05  DL100-AREF-ADDED-DATE   PIC 9(08).
001900     05  DL100-AREF-CLOSED-DATE  PIC 9(08).
001910     05  DL100-AREF-ITEM-LIMIT   PIC 9(09).
001930     05  DL100-AREF-SUCCESSOR-KEY PIC X(10).
002000     05  FILLER                  PIC X(04).

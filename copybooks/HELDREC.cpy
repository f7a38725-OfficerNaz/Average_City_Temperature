000100*    HELDREC.CPY
000110*    RECORD LAYOUT FOR THE HELD-CHANGE-FILE (CITYHELD), AN
000120*    INDEXED DATASET OF CITYMNT MASTER ('M'), NORMALS ('N')
000130*    AND SERVICE ('S') CARDS THAT HAVE PASSED THE EDIT BUT
000140*    ARE WAITING FOR A SECOND OPERATOR'S APPROVAL BEFORE THEY
000150*    ARE APPLIED.  KEYED BY FILE ID, CITY CODE AND MONTH (A
000160*    SPACE MONTH FOR 'M' AND 'S'), SO ONLY ONE CHANGE CAN BE
000170*    HELD AGAINST A GIVEN RECORD AT A TIME.  THE CARD ITSELF
000180*    IS KEPT WHOLE AND RE-EDITED WHEN IT IS APPROVED; THE
000190*    KEYED DATE DRIVES THE EXPIRY OF CHANGES NOBODY APPROVES.
000200*
000210 01  HLD-RECORD.
000220     05  HLD-KEY.
000230         10  HLD-FILE-ID     PIC X(01).
000240         10  HLD-CITY-CODE   PIC X(04).
000250         10  HLD-MONTH       PIC X(02).
000260     05  HLD-KEYED-DATE      PIC X(08).
000270     05  HLD-KEYED-TIME      PIC X(08).
000280     05  HLD-KEYED-OPERATOR  PIC X(03).
000290     05  HLD-TXN-IMAGE       PIC X(53).

000160*    SAME WAY RUNLOG IS - IT IS THE PERMANENT ANSWER TO 'WHO
000170*    CHANGED THE KINGSTON NORMALS AND WHAT DID THEY SAY
000180*    BEFORE'.  AN ADD HAS A SPACE BEFORE IMAGE; A DELETE HAS A
000190*    SPACE AFTER IMAGE.  A REGION BUDGET ('B') RECORD CARRIES
000200*    THE REGION CODE IN THE CITY-CODE SLOT AND THE CALENDAR
000210*    MONTH IN THE MONTH SLOT; THE BUDGET YEAR IS IN THE IMAGES.
000220*    A STATION SERVICE ('S') RECORD HAS A SPACE MONTH SLOT AND
000230*    IMAGES OF CITY CODE, IN-SERVICE, OUT-OF-SERVICE AND
000240*    RELOCATED DATES (28 BYTES); A CITY MASTER ('M') IMAGE IS
000250*    STILL CODE, NAME AND REGION ONLY.
000260*    MASTER, NORMALS AND SERVICE CHANGES ARE HELD ON CITYHELD
000270*    UNTIL A SECOND OPERATOR APPROVES THEM, SO THEIR RECORDS
000280*    CARRY THE KEYING OPERATOR IN AUD-OPERATOR AND THE
000290*    APPROVING OPERATOR IN AUD-APPROVER; THE RUN DATE AND TIME
000300*    ARE THOSE OF THE APPROVING RUN, WHEN THE CHANGE WAS
000310*    APPLIED.  A BUDGET RECORD HAS A SPACE APPROVER.
000320*
000330 01  AUD-RECORD.
000340     05  AUD-RUN-DATE        PIC X(08).
000350     05  AUD-RUN-TIME        PIC X(08).
000360     05  AUD-OPERATOR        PIC X(03).
000370     05  AUD-FILE-ID         PIC X(01).
000380     05  AUD-FUNCTION        PIC X(01).
000390     05  AUD-KEY.
000400         10  AUD-CITY-CODE   PIC X(04).
000410         10  AUD-MONTH       PIC X(02).
000420     05  AUD-BEFORE-IMAGE    PIC X(40).
000430     05  AUD-AFTER-IMAGE     PIC X(40).
000440     05  AUD-APPROVER        PIC X(03).

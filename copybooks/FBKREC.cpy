000100*    FBKREC.CPY
000110*    RECORD LAYOUT FOR THE STATION FEEDBACK FILE (CITYFBK), A
000120*    SEQUENTIAL GENERATION CITYCHAS WRITES EACH MORNING AFTER
000130*    THE NIGHTLY CITYPOST RUN FOR THE OUTBOUND SIDE TO SEND TO
000140*    THE REPORTING STATIONS.  ONE RECORD PER OUTSTANDING ITEM,
000150*    IN STATION ORDER - A STATION WITH NOTHING OUTSTANDING HAS
000160*    NO RECORDS.  THE ITEM TYPE SAYS WHICH FIELDS ARE FILLED:
000170*        M  MISSING DAY    A DAY SO FAR THIS MONTH WITH NO
000180*                          POSTED SLOT ON CITYMTD.
000190*        P  REPOSTED DAY   A DAY CITYPOST HAS REPLACED MORE
000200*                          THAN ONCE; FBK-POST-COUNT IS THE
000210*                          NUMBER OF TIMES IT HAS BEEN POSTED.
000220*        R  REJECTED CARD  A CARD CITYPOST REJECTED THAT NIGHT,
000230*                          WITH THE RAW VALUE AND REASON FROM
000240*                          CITYERR.  CITYERR CARRIES ONLY THE
000250*                          DAY, SO THE YEAR AND MONTH ARE ZERO.
000260*
000270 01  FBK-RECORD.
000280     05  FBK-RUN-DATE        PIC X(08).
000290     05  FBK-CITY-CODE       PIC X(04).
000300     05  FBK-CITY-NAME       PIC X(12).
000310     05  FBK-ITEM-TYPE       PIC X(01).
000320         88  FBK-MISSING-DAY   VALUE 'M'.
000330         88  FBK-REPOSTED-DAY  VALUE 'P'.
000340         88  FBK-REJECTED-CARD VALUE 'R'.
000350     05  FBK-READING-YEAR    PIC 9(04).
000360     05  FBK-READING-MONTH   PIC 9(02).
000370     05  FBK-DAY-NO          PIC 9(02).
000380     05  FBK-POST-COUNT      PIC 9(02).
000390     05  FBK-RAW-VALUE       PIC X(04).
000400     05  FBK-REASON          PIC X(22).

000320*                     EVERY CHANGE APPLIED.  A BAD NORMALS CARD
000330*                     NOW DIES ON THE EDIT REPORT INSTEAD OF
000340*                     REJECTING A MONTH OF VALID READINGS.
000350*    2026-02-09  NS  CITYMSTR NOW CARRIES A REGION CODE (CMREC
000360*                     COPYBOOK).  MASTER ADDS AND CHANGES TAKE
000370*                     THE REGION FROM THE CARD AND REJECT A
000380*                     MISSING ONE - EVERY CITY MUST ROLL UP
000390*                     SOMEWHERE FOR THE CITYRGN REGION REPORT.
000400*    2026-10-15  NS  NEW FILE ID 'B' MAINTAINS THE CITYBUDG
000410*                     REGION DEGREE-DAY BUDGET CLUSTER (BUDREC
000420*                     COPYBOOK) - BUDGETED HDD AND CDD AND THE
000430*                     CONTRACTED COST PER DEGREE-DAY BY REGION
000440*                     AND MONTH, EDITED AGAINST THE MASTER'S
000450*                     REGIONS AND AUDITED TO CITYAUDT LIKE EVERY
000460*                     OTHER CHANGE.  THE EDIT REPORT GAINS A
000470*                     YEAR COLUMN FOR THE BUDGET PERIOD.
000480*    2026-10-15  NS  NEW FILE ID 'S' MAINTAINS THE STATION
000490*                     LIFECYCLE DATES CITYMSTR NOW CARRIES - IN
000500*                     SERVICE, OUT OF SERVICE AND RELOCATED -
000510*                     EDITED AS REAL CALENDAR DATES IN A SENSIBLE
000520*                     ORDER AND AUDITED TO CITYAUDT WITH THE
000530*                     DATES AS THE BEFORE AND AFTER IMAGES.  A
000540*                     BLANK DATE ON THE CARD LEAVES THAT DATE AS
000550*                     IT WAS; ZEROS CLEAR IT.  MEMBER
000560*                     RESEQUENCED.
000570*    2026-10-15  NS  TWO-PERSON CONTROL FOR MASTER, NORMALS AND
000580*                     SERVICE CARDS.  A CLEAN 'M', 'N' OR 'S' CARD
000590*                     IS NO LONGER APPLIED - IT IS HELD ON THE NEW
000600*                     CITYHELD CLUSTER (HELDREC COPYBOOK) UNTIL A
000610*                     DIFFERENT OPERATOR KEYS A 'V' CARD FOR IT IN
000620*                     A LATER RUN, WHEN IT IS RE-EDITED AND
000630*                     APPLIED.  AN 'X' CARD WITHDRAWS A HELD
000640*                     CHANGE; ONE NOT APPROVED WITHIN THE PARM
000650*                     DAYS (DEFAULT 14) EXPIRES.  THE EDIT REPORT
000660*                     AND CITYAUDT CARRY BOTH THE KEYING AND THE
000670*                     APPROVING OPERATOR (AUDREC GROWS 107 TO 110
000680*                     BYTES).  BUDGET CARDS STILL APPLY AT ONCE.
000690*    2026-10-15  NS  THE CITY TABLE NOW HOLDS 500 CITIES AND THE
000700*                     PENDING TABLE 999 FEED RECORDS.  A MASTER
000710*                     TOO BIG FOR THE TABLE NO LONGER LOSES ITS
000720*                     TAIL ON THE REWRITE - THE MASTER IS LEFT AS
000730*                     IT WAS, 'M' AND 'S' CARDS ARE REJECTED AND
000740*                     THE RUN ENDS RC=8.  AN OVERFLOWING PENDING
000750*                     FEED TREATS EVERY CITY AS PENDING, SO NO
000760*                     CITY IS DELETED FROM UNDER CITYTEMP.  MEMBER
000770*                     RESEQUENCED.
000780*
000790 ENVIRONMENT DIVISION.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT MAINT-TXN-FILE ASSIGN TO CITYTXN
000830         ORGANIZATION IS SEQUENTIAL.
000840     SELECT CITY-MASTER-FILE ASSIGN TO CITYMSTR
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-MSTR-STATUS.
000870     SELECT CITY-NORMALS-FILE ASSIGN TO CITYNORM
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS NORM-KEY
000910         FILE STATUS IS WS-NORM-STATUS.
000920     SELECT REGION-BUDGET-FILE ASSIGN TO CITYBUDG
000930         ORGANIZATION IS INDEXED
000940         ACCESS MODE IS DYNAMIC
000950         RECORD KEY IS BUD-KEY
000960         FILE STATUS IS WS-BUDG-STATUS.
000970     SELECT HELD-CHANGE-FILE ASSIGN TO CITYHELD
000980         ORGANIZATION IS INDEXED
000990         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS HLD-KEY
001010         FILE STATUS IS WS-HELD-STATUS.
001020     SELECT CITY-READINGS-FILE ASSIGN TO CITYRD
001030         ORGANIZATION IS SEQUENTIAL
001040         FILE STATUS IS WS-READ-STATUS.
001050     SELECT MAINT-AUDIT-FILE ASSIGN TO CITYAUDT
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-AUDT-STATUS.
001080     SELECT EDIT-REPORT-FILE ASSIGN TO CITYMNTE
001090         ORGANIZATION IS SEQUENTIAL.
001100*
001110 DATA DIVISION.
001120 FILE SECTION.
001130*    ONE MAINTENANCE CARD PER TRANSACTION.  FILE ID 'M' WORKS
001140*    THE CITY MASTER, 'N' THE NORMALS CLUSTER, 'B' THE REGION
001150*    BUDGET CLUSTER, 'S' A CITY'S SERVICE DATES ON THE
001160*    MASTER; FUNCTION IS 'A'DD, 'C'HANGE OR 'D'ELETE ('S'
001170*    CARDS ARE CHANGES ONLY).
001180*    AN 'M', 'N' OR 'S' CARD WITH FUNCTION 'V' APPROVES THE
001190*    CHANGE HELD AGAINST THE SAME FILE ID, CITY AND MONTH, AND
001200*    ONE WITH FUNCTION 'X' WITHDRAWS IT; THE OPERATOR ON THOSE
001210*    CARDS IS THE ONE APPROVING OR WITHDRAWING.
001220*    THE NORMALS FIGURES ARE
001230*    ONLY LOOKED AT ON 'N' ADDS AND CHANGES, THE CITY NAME
001240*    ONLY ON 'M' ADDS AND CHANGES.
001250 FD  MAINT-TXN-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  TXN-RECORD.
001280     05  TXN-FILE-ID         PIC X(01).
001290     05  TXN-FUNCTION        PIC X(01).
001300     05  TXN-CITY-CODE       PIC X(04).
001310     05  TXN-MONTH           PIC X(02).
001320     05  TXN-MONTH-N REDEFINES TXN-MONTH
001330                             PIC 9(02).
001340     05  TXN-CITY-NAME       PIC X(12).
001350     05  TXN-REGION-CODE     PIC X(03).
001360     05  TXN-AVERAGE-F       PIC S9(3)V9
001370         SIGN LEADING SEPARATE.
001380     05  TXN-AVERAGE-C       PIC S9(2)V9
001390         SIGN LEADING SEPARATE.
001400     05  TXN-MIN-F           PIC S9(3)V9
001410         SIGN LEADING SEPARATE.
001420     05  TXN-MIN-C           PIC S9(2)V9
001430         SIGN LEADING SEPARATE.
001440     05  TXN-MAX-F           PIC S9(3)V9
001450         SIGN LEADING SEPARATE.
001460     05  TXN-MAX-C           PIC S9(2)V9
001470         SIGN LEADING SEPARATE.
001480     05  TXN-OPERATOR        PIC X(03).
001490*    A 'B' CARD CARRIES THE REGION IN THE FIRST THREE BYTES OF
001500*    THE CITY CODE AND THE MONTH IN THE USUAL PLACE, SO THE
001510*    EDIT REPORT AND THE AUDIT KEY PICK THEM UP UNCHANGED; THE
001520*    BUDGET YEAR AND FIGURES OVERLAY THE NAME AND NORMALS.
001530*    THE BUDGET FIGURES ARE ONLY LOOKED AT ON 'B' ADDS AND
001540*    CHANGES.
001550 01  TXN-BUDGET-RECORD.
001560     05  FILLER              PIC X(02).
001570     05  TXN-BUD-REGION-CODE PIC X(03).
001580     05  FILLER              PIC X(01).
001590     05  FILLER              PIC X(02).
001600     05  TXN-BUD-YEAR        PIC X(04).
001610     05  TXN-BUD-YEAR-N REDEFINES TXN-BUD-YEAR
001620                             PIC 9(04).
001630     05  TXN-BUD-HEATING-DD  PIC 9(06)V9.
001640     05  TXN-BUD-COOLING-DD  PIC 9(06)V9.
001650     05  TXN-BUD-COST-PER-DD PIC 9(03)V99.
001660     05  FILLER              PIC X(19).
001670     05  FILLER              PIC X(03).
001680*    AN 'S' CARD CARRIES THE CITY CODE IN THE USUAL PLACE AND
001690*    THE THREE SERVICE DATES (CCYYMMDD) OVER THE NAME AND
001700*    NORMALS.  A BLANK DATE LEAVES THE MASTER'S DATE AS IT
001710*    WAS; A ZERO DATE CLEARS IT.
001720 01  TXN-SERVICE-RECORD.
001730     05  FILLER              PIC X(02).
001740     05  FILLER              PIC X(04).
001750     05  FILLER              PIC X(02).
001760     05  TXN-SVC-IN-DATE     PIC X(08).
001770     05  TXN-SVC-IN-DATE-N REDEFINES TXN-SVC-IN-DATE
001780                             PIC 9(08).
001790     05  TXN-SVC-OUT-DATE    PIC X(08).
001800     05  TXN-SVC-OUT-DATE-N REDEFINES TXN-SVC-OUT-DATE
001810                             PIC 9(08).
001820     05  TXN-SVC-MOVED-DATE  PIC X(08).
001830     05  TXN-SVC-MOVED-DATE-N REDEFINES TXN-SVC-MOVED-DATE
001840                             PIC 9(08).
001850     05  FILLER              PIC X(18).
001860     05  FILLER              PIC X(03).
001870*
001880 FD  CITY-MASTER-FILE
001890     LABEL RECORDS ARE STANDARD.
001900     COPY CMREC.
001910*
001920 FD  CITY-NORMALS-FILE
001930     LABEL RECORDS ARE STANDARD.
001940     COPY NORMREC.
001950*
001960 FD  REGION-BUDGET-FILE
001970     LABEL RECORDS ARE STANDARD.
001980     COPY BUDREC.
001990*
002000 FD  HELD-CHANGE-FILE
002010     LABEL RECORDS ARE STANDARD.
002020     COPY HELDREC.
002030*
002040 FD  CITY-READINGS-FILE
002050     LABEL RECORDS ARE STANDARD.
002060     COPY CRDREC.
002070*
002080*    ONE AUDIT RECORD IS APPENDED PER APPLIED TRANSACTION -
002090*    THE DATASET IS THE PERMANENT TRAIL OF EVERY MAINTENANCE
002100*    CHANGE EVER MADE, THE SAME WAY RUNLOG TRAILS EVERY RUN.
002110 FD  MAINT-AUDIT-FILE
002120     LABEL RECORDS ARE STANDARD.
002130     COPY AUDREC.
002140*
002150 FD  EDIT-REPORT-FILE
002160     LABEL RECORDS ARE STANDARD.
002170 01  ER-PRINT-LINE               PIC X(80).
002180*
002190 WORKING-STORAGE SECTION.
002200 01  WS-MSTR-STATUS              PIC X(02) VALUE '00'.
002210 01  WS-NORM-STATUS              PIC X(02) VALUE '00'.
002220 01  WS-BUDG-STATUS              PIC X(02) VALUE '00'.
002230 01  WS-READ-STATUS              PIC X(02) VALUE '00'.
002240 01  WS-AUDT-STATUS              PIC X(02) VALUE '00'.
002250 01  WS-HELD-STATUS              PIC X(02) VALUE '00'.
002260 01  WS-TXN-EOF-SWITCH           PIC X(01) VALUE 'N'.
002270     88  WS-TXN-EOF                VALUE 'Y'.
002280 01  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
002290     88  WS-MSTR-EOF               VALUE 'Y'.
002300 01  WS-READ-EOF-SWITCH          PIC X(01) VALUE 'N'.
002310     88  WS-READ-EOF               VALUE 'Y'.
002320 01  WS-READ-OPEN-SWITCH         PIC X(01) VALUE 'N'.
002330     88  WS-READ-OPEN              VALUE 'Y'.
002340 01  WS-TXN-OK-SWITCH            PIC X(01) VALUE 'Y'.
002350     88  WS-TXN-OK                 VALUE 'Y'.
002360 01  WS-FOUND-CITY-SWITCH        PIC X(01) VALUE 'N'.
002370     88  WS-FOUND-CITY             VALUE 'Y'.
002380 01  WS-PENDING-SWITCH           PIC X(01) VALUE 'N'.
002390     88  WS-READINGS-PENDING       VALUE 'Y'.
002400 01  WS-FOUND-REGION-SWITCH      PIC X(01) VALUE 'N'.
002410     88  WS-FOUND-REGION           VALUE 'Y'.
002420 01  WS-PARM-ERROR-SWITCH        PIC X(01) VALUE 'N'.
002430     88  WS-PARM-ERROR             VALUE 'Y'.
002440 01  WS-HOLD-ONLY-SWITCH         PIC X(01) VALUE 'N'.
002450     88  WS-HOLD-ONLY              VALUE 'Y'.
002460 01  WS-HELD-FOUND-SWITCH        PIC X(01) VALUE 'N'.
002470     88  WS-HELD-FOUND             VALUE 'Y'.
002480 01  WS-HELD-EOF-SWITCH          PIC X(01) VALUE 'N'.
002490     88  WS-HELD-EOF               VALUE 'Y'.
002500 01  WS-MSTR-OVERFLOW-SWITCH     PIC X(01) VALUE 'N'.
002510     88  WS-MSTR-OVERFLOW          VALUE 'Y'.
002520 01  WS-PEND-OVERFLOW-SWITCH     PIC X(01) VALUE 'N'.
002530     88  WS-PEND-OVERFLOW          VALUE 'Y'.
002540*    THE WHOLE CITY MASTER IS LOADED HERE, THE TRANSACTIONS
002550*    ARE APPLIED TO THE TABLE, AND THE SURVIVORS ARE WRITTEN
002560*    BACK AT END OF RUN.  THE TABLE HOLDS THE SAME 500
002570*    ENTRIES CITYTEMP'S OWN CITY TABLE DOES.  A MASTER WITH
002580*    MORE CITIES THAN THAT IS NEVER REWRITTEN FROM THE TABLE -
002590*    THE CITIES PAST THE END WOULD BE LOST.
002600 01  WS-MAX-CITIES               PIC 9(03) COMP VALUE 500.
002610 01  WS-CITY-COUNT               PIC 9(03) COMP VALUE ZERO.
002620 01  MNT-CITY-TABLE.
002630     05  MNT-CITY-ENTRY OCCURS 1 TO 500 TIMES
002640             DEPENDING ON WS-CITY-COUNT.
002650         10  MC-CITY-CODE        PIC X(04).
002660         10  MC-CITY-NAME        PIC X(12).
002670         10  MC-REGION-CODE      PIC X(03).
002680         10  MC-IN-SERVICE-DATE  PIC 9(08).
002690         10  MC-OUT-SERVICE-DATE PIC 9(08).
002700         10  MC-RELOCATED-DATE   PIC 9(08).
002710         10  MC-DELETED-SWITCH   PIC X(01).
002720             88  MC-DELETED       VALUE 'Y'.
002730*    CITY CODES SEEN ON THE PENDING CITYRD FEED - A CITY WITH
002740*    READINGS WAITING TO BE AVERAGED CANNOT BE DELETED OUT
002750*    FROM UNDER THE NIGHTLY RUN.
002760 01  WS-MAX-PENDING              PIC 9(03) COMP VALUE 999.
002770 01  WS-PENDING-COUNT            PIC 9(03) COMP VALUE ZERO.
002780 01  PENDING-TABLE.
002790     05  PENDING-ENTRY OCCURS 1 TO 999 TIMES
002800             DEPENDING ON WS-PENDING-COUNT.
002810         10  PD-CITY-CODE        PIC X(04).
002820 01  WS-CITY-SUB                 PIC 9(04) COMP VALUE ZERO.
002830 01  WS-SCAN-SUB                 PIC 9(04) COMP VALUE ZERO.
002840 01  WS-PEND-SUB                 PIC 9(04) COMP VALUE ZERO.
002850*    RUN TOTALS FOR THE EDIT REPORT TRAILER.
002860 01  WS-TXNS-READ                PIC 9(04) COMP VALUE ZERO.
002870 01  WS-TXNS-APPLIED             PIC 9(04) COMP VALUE ZERO.
002880 01  WS-TXNS-REJECTED            PIC 9(04) COMP VALUE ZERO.
002890 01  WS-MASTERS-WRITTEN          PIC 9(03) COMP VALUE ZERO.
002900 01  WS-TXNS-HELD                PIC 9(04) COMP VALUE ZERO.
002910 01  WS-HELD-APPROVED            PIC 9(04) COMP VALUE ZERO.
002920 01  WS-HELD-CANCELED            PIC 9(04) COMP VALUE ZERO.
002930 01  WS-HELD-EXPIRED             PIC 9(04) COMP VALUE ZERO.
002940*    TWO-PERSON CONTROL - WHAT BECAME OF A CLEAN CARD (ACCEPTED,
002950*    HELD, APPROVED OR CANCELED) AND WHO KEYED AND WHO APPROVED
002960*    IT, FOR THE EDIT REPORT AND THE AUDIT RECORD.  A HELD
002970*    CHANGE NOT APPROVED WITHIN WS-EXPIRY-DAYS DAYS OF BEING
002980*    KEYED IS DROPPED; PARM='NN' OVERRIDES THE AGREED FOURTEEN.
002990 01  WS-TXN-DISPOSITION          PIC X(08) VALUE SPACES.
003000 01  WS-KEYED-BY                 PIC X(03) VALUE SPACES.
003010 01  WS-APPROVED-BY              PIC X(03) VALUE SPACES.
003020 01  WS-EXPIRY-DAYS              PIC 9(02) VALUE 14.
003030 01  WS-EXPIRY-DAYS-X            PIC X(02).
003040 01  WS-EXPIRY-DAYS-N REDEFINES WS-EXPIRY-DAYS-X
003050                                 PIC 9(02).
003060 01  WS-RUN-DAY-NUMBER           PIC 9(07) COMP VALUE ZERO.
003070 01  WS-DAY-NUMBER               PIC 9(07) COMP VALUE ZERO.
003080 01  WS-HELD-AGE                 PIC S9(07) COMP VALUE ZERO.
003090*    A DAY NUMBER COUNTS THE DAYS FROM 1 JANUARY OF YEAR ONE, SO
003100*    ONE SUBTRACTED FROM ANOTHER GIVES THE DAYS BETWEEN THEM.
003110*    THE TABLE IS THE DAYS IN THE YEAR BEFORE EACH MONTH.
003120 01  WS-CUM-DAYS-VALUES          PIC X(36) VALUE
003130        '000031059090120151181212243273304334'.
003140 01  WS-CUM-DAYS-TABLE REDEFINES WS-CUM-DAYS-VALUES.
003150     05  WS-CUM-DAYS             PIC 9(03) OCCURS 12 TIMES.
003160 01  WS-DN-YEARS                 PIC 9(04) COMP VALUE ZERO.
003170 01  WS-DN-LEAPS-4               PIC 9(04) COMP VALUE ZERO.
003180 01  WS-DN-LEAPS-100             PIC 9(04) COMP VALUE ZERO.
003190 01  WS-DN-LEAPS-400             PIC 9(04) COMP VALUE ZERO.
003200 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
003210 01  WS-LEAP-REM-4               PIC 9(03) COMP VALUE ZERO.
003220 01  WS-LEAP-REM-100             PIC 9(03) COMP VALUE ZERO.
003230 01  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
003240*    THE F AND C FIGURES ON A NORMALS CARD MUST AGREE WITHIN
003250*    THIS MANY CELSIUS DEGREES ONCE THE F SIDE IS CONVERTED -
003260*    ROUNDING TO ONE DECIMAL EACH SIDE CAN COST HALF A
003270*    DEGREE, ANYTHING WIDER IS A KEYING SLIP.
003280 01  WS-FC-TOLERANCE             PIC 9(1)V9 VALUE 0.5.
003290 01  WS-EXPECTED-C               PIC S9(3)V9
003300         SIGN LEADING SEPARATE.
003310 01  WS-FC-DIFF                  PIC S9(3)V9
003320         SIGN LEADING SEPARATE.
003330*    AN 'S' CARD'S DATES MERGED OVER THE MASTER'S OWN, EDITED
003340*    AS A SET BEFORE ANY OF THEM IS APPLIED, AND THE ONE DATE
003350*    UNDER TEST BROKEN OUT FOR THE CALENDAR CHECK.
003360 01  WS-SVC-IN-DATE              PIC 9(08) VALUE ZERO.
003370 01  WS-SVC-OUT-DATE             PIC 9(08) VALUE ZERO.
003380 01  WS-SVC-MOVED-DATE           PIC 9(08) VALUE ZERO.
003390 01  WS-DATE-WORK.
003400     05  WS-DW-YEAR              PIC 9(04).
003410     05  WS-DW-MONTH             PIC 9(02).
003420     05  WS-DW-DAY               PIC 9(02).
003430 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
003440                                 PIC 9(08).
003450 01  WS-REJECT-REASON            PIC X(22).
003460 01  WS-RUN-DATE                 PIC X(08).
003470 01  WS-RUN-TIME                 PIC X(08).
003480 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
003490 01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
003500 01  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
003510 01  WS-TITLE-LINE.
003520     05  FILLER PIC X(80) VALUE
003530        'CITY MASTER AND NORMALS MAINTENANCE - EDIT REPORT'.
003540 01  WS-DATE-LINE.
003550     05  FILLER                  PIC X(10) VALUE 'RUN DATE: '.
003560     05  WS-DL-RUN-DATE           PIC X(08).
003570     05  FILLER                  PIC X(10) VALUE SPACES.
003580     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
003590     05  WS-DL-PAGE-NO            PIC ZZZ9.
003600     05  FILLER                  PIC X(42) VALUE SPACES.
003610 01  WS-BLANK-LINE.
003620     05  FILLER                  PIC X(80) VALUE SPACES.
003630 01  WS-COLUMN-HDR-LINE.
003640     05  FILLER                  PIC X(80) VALUE
003650        ' TXN  F FN  CITY MO  YEAR  STATUS    KEY APP  REASON'.
003660 01  WS-DETAIL-LINE.
003670     05  WS-DT-SEQ-NO             PIC ZZZ9.
003680     05  FILLER                  PIC X(02) VALUE SPACES.
003690     05  WS-DT-FILE-ID            PIC X(01).
003700     05  FILLER                  PIC X(01) VALUE SPACES.
003710     05  WS-DT-FUNCTION           PIC X(01).
003720     05  FILLER                  PIC X(03) VALUE SPACES.
003730     05  WS-DT-CITY-CODE          PIC X(04).
003740     05  FILLER                  PIC X(01) VALUE SPACES.
003750     05  WS-DT-MONTH              PIC X(02).
003760     05  FILLER                  PIC X(02) VALUE SPACES.
003770     05  WS-DT-YEAR               PIC X(04).
003780     05  FILLER                  PIC X(02) VALUE SPACES.
003790     05  WS-DT-STATUS             PIC X(08).
003800     05  FILLER                  PIC X(02) VALUE SPACES.
003810     05  WS-DT-KEYED-BY           PIC X(03).
003820     05  FILLER                  PIC X(01) VALUE SPACES.
003830     05  WS-DT-APPROVED-BY        PIC X(03).
003840     05  FILLER                  PIC X(02) VALUE SPACES.
003850     05  WS-DT-REASON             PIC X(22).
003860     05  FILLER                  PIC X(12) VALUE SPACES.
003870 01  WS-SAVE-LINE                PIC X(80).
003880 01  WS-TOTAL-LINE.
003890     05  WS-TL-LABEL              PIC X(24).
003900     05  WS-TL-COUNT              PIC ZZZ9.
003910     05  FILLER                  PIC X(52) VALUE SPACES.
003920*
003930 LINKAGE SECTION.
003940 01  PARM-DATA.
003950     05  PARM-LENGTH             PIC S9(04) COMP.
003960     05  PARM-TEXT               PIC X(02).
003970*
003980 PROCEDURE DIVISION USING PARM-DATA.
003990 0000-MAINLINE.
004000*    TOP LEVEL FLOW OF CONTROL FOR THE MAINTENANCE RUN.
004010     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004020     IF NOT WS-PARM-ERROR
004030         PERFORM 2000-PROCESS-ALL-TXNS THRU 2000-EXIT
004040             UNTIL WS-TXN-EOF
004050         PERFORM 3000-REWRITE-MASTER THRU 3000-EXIT
004060     END-IF
004070     PERFORM 4000-TERMINATE THRU 4000-EXIT
004080     GO TO 0000-EXIT.
004090 0000-EXIT.
004100     EXIT.
004110*
004120 1000-INITIALIZE.
004130*    OPENS THE DATASETS, STAMPS THE RUN DATE AND TIME, LOADS
004140*    THE CITY MASTER INTO THE TABLE AND THE PENDING READINGS
004150*    FEED'S CITY CODES INTO THE PENDING TABLE.  A MISSING
004160*    CITYRD JUST MEANS NO READINGS ARE PENDING; AN EMPTY OR
004170*    BRAND NEW CITYNORM OR CITYBUDG IS CREATED ON FIRST USE
004180*    THE SAME WAY CITYTEMP CREATES CITYHIST, AND AN EMPTY
004190*    CITYHELD IS CREATED AND REOPENED FOR UPDATE.  HELD
004200*    CHANGES PAST THEIR EXPIRY ARE DROPPED BEFORE ANY CARD IS
004210*    READ.  A BAD PARM STOPS THE RUN BEFORE ANYTHING IS OPENED.
004220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004230     ACCEPT WS-RUN-TIME FROM TIME
004240     PERFORM 1300-PARSE-REQUEST THRU 1300-EXIT
004250     IF WS-PARM-ERROR
004260         GO TO 1000-EXIT
004270     END-IF
004280     OPEN INPUT MAINT-TXN-FILE
004290     OPEN OUTPUT EDIT-REPORT-FILE
004300     OPEN I-O CITY-NORMALS-FILE
004310     IF WS-NORM-STATUS NOT = '00'
004320         OPEN OUTPUT CITY-NORMALS-FILE
004330     END-IF
004340     OPEN I-O REGION-BUDGET-FILE
004350     IF WS-BUDG-STATUS NOT = '00'
004360         OPEN OUTPUT REGION-BUDGET-FILE
004370     END-IF
004380     OPEN I-O HELD-CHANGE-FILE
004390     IF WS-HELD-STATUS NOT = '00'
004400         OPEN OUTPUT HELD-CHANGE-FILE
004410         CLOSE HELD-CHANGE-FILE
004420         OPEN I-O HELD-CHANGE-FILE
004430     END-IF
004440     OPEN EXTEND MAINT-AUDIT-FILE
004450     IF WS-AUDT-STATUS NOT = '00'
004460         OPEN OUTPUT MAINT-AUDIT-FILE
004470     END-IF
004480     OPEN INPUT CITY-MASTER-FILE
004490     PERFORM 1100-LOAD-CITY-TABLE THRU 1100-EXIT
004500         UNTIL WS-MSTR-EOF
004510     CLOSE CITY-MASTER-FILE
004520     PERFORM 1400-EXPIRE-HELD-CHANGES THRU 1400-EXIT
004530     OPEN INPUT CITY-READINGS-FILE
004540     IF WS-READ-STATUS = '00'
004550         SET WS-READ-OPEN TO TRUE
004560         PERFORM 1200-LOAD-ONE-PENDING-CITY THRU 1200-EXIT
004570             UNTIL WS-READ-EOF
004580         CLOSE CITY-READINGS-FILE
004590     ELSE
004600         DISPLAY 'CITYRD FEED NOT PRESENT - STATUS '
004610             WS-READ-STATUS
004620         DISPLAY 'NO READINGS-PENDING CHECK THIS RUN'
004630     END-IF.
004640 1000-EXIT.
004650     EXIT.
004660*
004670 1100-LOAD-CITY-TABLE.
004680*    READS ONE CITY MASTER RECORD AND ADDS IT TO THE TABLE.
004690     READ CITY-MASTER-FILE INTO CM-RECORD
004700         AT END
004710             MOVE 'Y' TO WS-MSTR-EOF-SWITCH
004720             GO TO 1100-EXIT
004730     END-READ
004740     IF WS-CITY-COUNT >= WS-MAX-CITIES
004750         SET WS-MSTR-OVERFLOW TO TRUE
004760         DISPLAY 'CITY TABLE FULL - MASTER ENTRY NOT LOADED FOR '
004770             CM-CITY-CODE
004780         GO TO 1100-EXIT
004790     END-IF
004800     ADD 1 TO WS-CITY-COUNT
004810     MOVE WS-CITY-COUNT TO WS-CITY-SUB
004820     MOVE CM-CITY-CODE TO MC-CITY-CODE (WS-CITY-SUB)
004830     MOVE CM-CITY-NAME TO MC-CITY-NAME (WS-CITY-SUB)
004840     MOVE CM-REGION-CODE TO MC-REGION-CODE (WS-CITY-SUB)
004850     MOVE CM-IN-SERVICE-DATE
004860         TO MC-IN-SERVICE-DATE (WS-CITY-SUB)
004870     MOVE CM-OUT-SERVICE-DATE
004880         TO MC-OUT-SERVICE-DATE (WS-CITY-SUB)
004890     MOVE CM-RELOCATED-DATE
004900         TO MC-RELOCATED-DATE (WS-CITY-SUB)
004910     MOVE 'N' TO MC-DELETED-SWITCH (WS-CITY-SUB).
004920 1100-EXIT.
004930     EXIT.
004940*
004950 1200-LOAD-ONE-PENDING-CITY.
004960*    READS ONE PENDING READINGS RECORD AND NOTES ITS CITY
004970*    CODE.  ONLY THE CODE MATTERS HERE - THE READINGS
004980*    THEMSELVES ARE CITYTEMP'S BUSINESS.
004990     READ CITY-READINGS-FILE INTO CR-RECORD
005000         AT END
005010             MOVE 'Y' TO WS-READ-EOF-SWITCH
005020             GO TO 1200-EXIT
005030     END-READ
005040     IF WS-PENDING-COUNT >= WS-MAX-PENDING
005050         SET WS-PEND-OVERFLOW TO TRUE
005060         DISPLAY 'PENDING TABLE FULL - FEED RECORD IGNORED'
005070         GO TO 1200-EXIT
005080     END-IF
005090     ADD 1 TO WS-PENDING-COUNT
005100     MOVE WS-PENDING-COUNT TO WS-PEND-SUB
005110     MOVE CR-CITY-CODE TO PD-CITY-CODE (WS-PEND-SUB).
005120 1200-EXIT.
005130     EXIT.
005140*
005150 1300-PARSE-REQUEST.
005160*    NO PARM MEANS HELD CHANGES EXPIRE AFTER THE AGREED
005170*    FOURTEEN DAYS; OTHERWISE PARM='NN' GIVES THE DAYS, 01-99.
005180     IF PARM-LENGTH = ZERO
005190         GO TO 1300-EXIT
005200     END-IF
005210     IF PARM-LENGTH NOT = 2
005220         PERFORM 1350-FLAG-BAD-PARM THRU 1350-EXIT
005230         GO TO 1300-EXIT
005240     END-IF
005250     MOVE PARM-TEXT TO WS-EXPIRY-DAYS-X
005260     IF WS-EXPIRY-DAYS-N NOT NUMERIC
005270             OR WS-EXPIRY-DAYS-N = ZERO
005280         PERFORM 1350-FLAG-BAD-PARM THRU 1350-EXIT
005290         GO TO 1300-EXIT
005300     END-IF
005310     MOVE WS-EXPIRY-DAYS-N TO WS-EXPIRY-DAYS.
005320 1300-EXIT.
005330     EXIT.
005340*
005350 1350-FLAG-BAD-PARM.
005360*    REPORTS AN UNUSABLE PARM.  NO CARD IS READ AND NOTHING IS
005370*    CHANGED.
005380     DISPLAY 'CITYMNT PARM MUST BE NN (EXPIRY DAYS) - GOT: '
005390         PARM-TEXT
005400     SET WS-PARM-ERROR TO TRUE
005410     MOVE 8 TO RETURN-CODE.
005420 1350-EXIT.
005430     EXIT.
005440*
005450 1400-EXPIRE-HELD-CHANGES.
005460*    BROWSES THE HELD CHANGES AND DROPS EVERY ONE KEYED MORE
005470*    THAN WS-EXPIRY-DAYS DAYS BEFORE THIS RUN, PRINTING IT ON
005480*    THE EDIT REPORT AS EXPIRED.  NOTHING IT HELD WAS EVER
005490*    APPLIED, SO NOTHING GOES TO CITYAUDT - THE CHANGE MUST BE
005500*    KEYED AGAIN IF IT IS STILL WANTED.
005510     MOVE WS-RUN-DATE TO WS-DATE-WORK
005520     PERFORM 1450-SET-DAY-NUMBER THRU 1450-EXIT
005530     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
005540     MOVE LOW-VALUES TO HLD-KEY
005550     START HELD-CHANGE-FILE KEY NOT < HLD-KEY
005560         INVALID KEY
005570             MOVE 'Y' TO WS-HELD-EOF-SWITCH
005580     END-START
005590     PERFORM 1410-TEST-ONE-HELD-CHANGE THRU 1410-EXIT
005600         UNTIL WS-HELD-EOF.
005610 1400-EXIT.
005620     EXIT.
005630*
005640 1410-TEST-ONE-HELD-CHANGE.
005650*    READS THE NEXT HELD CHANGE AND DROPS IT WHEN IT HAS
005660*    OUTLIVED THE EXPIRY PERIOD.
005670     READ HELD-CHANGE-FILE NEXT RECORD
005680         AT END
005690             MOVE 'Y' TO WS-HELD-EOF-SWITCH
005700             GO TO 1410-EXIT
005710     END-READ
005720     MOVE HLD-KEYED-DATE TO WS-DATE-WORK
005730     PERFORM 1450-SET-DAY-NUMBER THRU 1450-EXIT
005740     COMPUTE WS-HELD-AGE = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
005750     IF WS-HELD-AGE NOT > WS-EXPIRY-DAYS
005760         GO TO 1410-EXIT
005770     END-IF
005780     DELETE HELD-CHANGE-FILE RECORD
005790         INVALID KEY
005800             DISPLAY 'HELD CHANGE DELETE FAILED - STATUS '
005810                 WS-HELD-STATUS
005820             GO TO 1410-EXIT
005830     END-DELETE
005840     ADD 1 TO WS-HELD-EXPIRED
005850     PERFORM 1420-PRINT-EXPIRED-LINE THRU 1420-EXIT.
005860 1410-EXIT.
005870     EXIT.
005880*
005890 1420-PRINT-EXPIRED-LINE.
005900*    PRINTS AN EXPIRED HELD CHANGE ON THE EDIT REPORT FROM THE
005910*    CARD AS IT WAS KEYED, WITH NO TRANSACTION NUMBER.
005920     MOVE HLD-TXN-IMAGE      TO TXN-RECORD
005930     MOVE ZERO               TO WS-DT-SEQ-NO
005940     MOVE TXN-FILE-ID        TO WS-DT-FILE-ID
005950     MOVE TXN-FUNCTION       TO WS-DT-FUNCTION
005960     MOVE TXN-CITY-CODE      TO WS-DT-CITY-CODE
005970     MOVE HLD-MONTH          TO WS-DT-MONTH
005980     MOVE SPACES             TO WS-DT-YEAR
005990     MOVE 'EXPIRED'          TO WS-DT-STATUS
006000     MOVE HLD-KEYED-OPERATOR TO WS-DT-KEYED-BY
006010     MOVE SPACES             TO WS-DT-APPROVED-BY
006020     MOVE 'NOT APPROVED IN TIME' TO WS-DT-REASON
006030     MOVE WS-DETAIL-LINE TO ER-PRINT-LINE
006040     PERFORM 2800-WRITE-PRINT-LINE THRU 2800-EXIT.
006050 1420-EXIT.
006060     EXIT.
006070*
006080 1450-SET-DAY-NUMBER.
006090*    TURNS THE CCYYMMDD DATE IN WS-DATE-WORK INTO A DAY NUMBER
006100*    IN WS-DAY-NUMBER - THE DAYS IN THE WHOLE YEARS BEFORE IT,
006110*    WITH THE FULL CENTURY LEAP RULE, PLUS THE DAYS IN THE
006120*    WHOLE MONTHS BEFORE IT THIS YEAR, PLUS THE DAY.
006130     COMPUTE WS-DN-YEARS = WS-DW-YEAR - 1
006140     DIVIDE WS-DN-YEARS BY 4   GIVING WS-DN-LEAPS-4
006150     DIVIDE WS-DN-YEARS BY 100 GIVING WS-DN-LEAPS-100
006160     DIVIDE WS-DN-YEARS BY 400 GIVING WS-DN-LEAPS-400
006170     COMPUTE WS-DAY-NUMBER = WS-DN-YEARS * 365
006180         + WS-DN-LEAPS-4 - WS-DN-LEAPS-100 + WS-DN-LEAPS-400
006190         + WS-CUM-DAYS (WS-DW-MONTH) + WS-DW-DAY
006200     IF WS-DW-MONTH < 3
006210         GO TO 1450-EXIT
006220     END-IF
006230     DIVIDE WS-DW-YEAR BY 4
006240         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
006250     DIVIDE WS-DW-YEAR BY 100
006260         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
006270     DIVIDE WS-DW-YEAR BY 400
006280         GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
006290     IF WS-LEAP-REM-400 = ZERO
006300         ADD 1 TO WS-DAY-NUMBER
006310     ELSE
006320         IF WS-LEAP-REM-4 = ZERO
006330                 AND WS-LEAP-REM-100 NOT = ZERO
006340             ADD 1 TO WS-DAY-NUMBER
006350         END-IF
006360     END-IF.
006370 1450-EXIT.
006380     EXIT.
006390*
006400 2000-PROCESS-ALL-TXNS.
006410*    READS ONE MAINTENANCE TRANSACTION, EDITS IT AND APPLIES
006420*    IT WHEN CLEAN - OR, FOR A MASTER, NORMALS OR SERVICE CARD,
006430*    PUTS IT THROUGH THE TWO-PERSON CONTROL - AND PRINTS ITS
006440*    EDIT-REPORT LINE EITHER WAY.
006450     READ MAINT-TXN-FILE INTO TXN-RECORD
006460         AT END
006470             MOVE 'Y' TO WS-TXN-EOF-SWITCH
006480             GO TO 2000-EXIT
006490     END-READ
006500     ADD 1 TO WS-TXNS-READ
006510     MOVE 'Y' TO WS-TXN-OK-SWITCH
006520     MOVE SPACES TO WS-REJECT-REASON
006530     MOVE 'ACCEPTED' TO WS-TXN-DISPOSITION
006540     MOVE TXN-OPERATOR TO WS-KEYED-BY
006550     MOVE SPACES TO WS-APPROVED-BY
006560     IF TXN-FILE-ID = 'M' OR TXN-FILE-ID = 'N'
006570             OR TXN-FILE-ID = 'S'
006580         PERFORM 2100-TWO-PERSON-CONTROL THRU 2100-EXIT
006590     ELSE
006600         PERFORM 2150-APPLY-TXN THRU 2150-EXIT
006610     END-IF
006620     PERFORM 2600-PRINT-TXN-LINE THRU 2600-EXIT.
006630 2000-EXIT.
006640     EXIT.
006650*
006660 2100-TWO-PERSON-CONTROL.
006670*    MASTER, NORMALS AND SERVICE CARDS DECIDE WHICH READINGS
006680*    THE NIGHTLY RUN AND CITYPOST REJECT, SO NONE OF THEM IS
006690*    APPLIED ON ONE OPERATOR'S SAY.  A CHANGE CARD IS EDITED
006700*    AND HELD; A 'V' CARD FROM A DIFFERENT OPERATOR IN A LATER
006710*    RUN APPLIES IT; AN 'X' CARD WITHDRAWS IT.  EVERY ONE OF
006720*    THESE CARDS MUST NAME ITS OPERATOR.
006730     IF TXN-OPERATOR = SPACES
006740         MOVE 'OPERATOR MISSING' TO WS-REJECT-REASON
006750         MOVE 'N' TO WS-TXN-OK-SWITCH
006760         GO TO 2100-EXIT
006770     END-IF
006780     PERFORM 2190-SET-HELD-KEY THRU 2190-EXIT
006790     EVALUATE TXN-FUNCTION
006800         WHEN 'V'
006810             PERFORM 2120-APPROVE-HELD-CHANGE THRU 2120-EXIT
006820         WHEN 'X'
006830             PERFORM 2130-CANCEL-HELD-CHANGE THRU 2130-EXIT
006840         WHEN OTHER
006850             PERFORM 2110-HOLD-NEW-CHANGE THRU 2110-EXIT
006860     END-EVALUATE.
006870 2100-EXIT.
006880     EXIT.
006890*
006900 2110-HOLD-NEW-CHANGE.
006910*    EDITS A MASTER, NORMALS OR SERVICE CARD EXACTLY AS IF IT
006920*    WERE BEING APPLIED, WITHOUT APPLYING IT, AND HOLDS IT ON
006930*    CITYHELD WHEN CLEAN.  ONLY ONE CHANGE CAN BE HELD AGAINST
006940*    A RECORD - A SECOND MUST WAIT UNTIL THE FIRST IS APPROVED,
006950*    WITHDRAWN OR EXPIRED.
006960     PERFORM 2180-READ-HELD-CHANGE THRU 2180-EXIT
006970     IF WS-HELD-FOUND
006980         MOVE 'CHANGE ALREADY HELD' TO WS-REJECT-REASON
006990         MOVE 'N' TO WS-TXN-OK-SWITCH
007000         GO TO 2110-EXIT
007010     END-IF
007020     SET WS-HOLD-ONLY TO TRUE
007030     PERFORM 2150-APPLY-TXN THRU 2150-EXIT
007040     MOVE 'N' TO WS-HOLD-ONLY-SWITCH
007050     IF NOT WS-TXN-OK
007060         GO TO 2110-EXIT
007070     END-IF
007080     PERFORM 2190-SET-HELD-KEY THRU 2190-EXIT
007090     MOVE WS-RUN-DATE  TO HLD-KEYED-DATE
007100     MOVE WS-RUN-TIME  TO HLD-KEYED-TIME
007110     MOVE TXN-OPERATOR TO HLD-KEYED-OPERATOR
007120     MOVE TXN-RECORD   TO HLD-TXN-IMAGE
007130     WRITE HLD-RECORD
007140         INVALID KEY
007150             MOVE 'HOLD WRITE FAILED' TO WS-REJECT-REASON
007160             MOVE 'N' TO WS-TXN-OK-SWITCH
007170             GO TO 2110-EXIT
007180     END-WRITE
007190     MOVE 'HELD' TO WS-TXN-DISPOSITION.
007200 2110-EXIT.
007210     EXIT.
007220*
007230 2120-APPROVE-HELD-CHANGE.
007240*    APPLIES THE CHANGE HELD AGAINST THE CARD'S FILE ID, CITY
007250*    AND MONTH.  THE APPROVER MUST BE A DIFFERENT OPERATOR FROM
007260*    THE ONE WHO KEYED IT, IN A LATER RUN.  THE HELD CARD IS
007270*    RE-EDITED AS IT IS APPLIED, SINCE THE FILES MAY HAVE MOVED
007280*    ON SINCE IT WAS KEYED; ONE THAT NO LONGER PASSES IS
007290*    REJECTED AND STAYS HELD UNTIL IT IS WITHDRAWN OR EXPIRES.
007300*    FROM HERE ON THE EDIT-REPORT LINE SHOWS THE HELD CARD.
007310     MOVE TXN-OPERATOR TO WS-APPROVED-BY
007320     MOVE SPACES TO WS-KEYED-BY
007330     PERFORM 2180-READ-HELD-CHANGE THRU 2180-EXIT
007340     IF NOT WS-HELD-FOUND
007350         MOVE 'NO CHANGE HELD' TO WS-REJECT-REASON
007360         MOVE 'N' TO WS-TXN-OK-SWITCH
007370         GO TO 2120-EXIT
007380     END-IF
007390     MOVE HLD-KEYED-OPERATOR TO WS-KEYED-BY
007400     IF HLD-KEYED-OPERATOR = TXN-OPERATOR
007410         MOVE 'APPROVER KEYED CHANGE' TO WS-REJECT-REASON
007420         MOVE 'N' TO WS-TXN-OK-SWITCH
007430         GO TO 2120-EXIT
007440     END-IF
007450     IF HLD-KEYED-DATE = WS-RUN-DATE
007460             AND HLD-KEYED-TIME = WS-RUN-TIME
007470         MOVE 'HELD IN THIS RUN' TO WS-REJECT-REASON
007480         MOVE 'N' TO WS-TXN-OK-SWITCH
007490         GO TO 2120-EXIT
007500     END-IF
007510     MOVE HLD-TXN-IMAGE TO TXN-RECORD
007520     PERFORM 2150-APPLY-TXN THRU 2150-EXIT
007530     IF NOT WS-TXN-OK
007540         GO TO 2120-EXIT
007550     END-IF
007560     DELETE HELD-CHANGE-FILE RECORD
007570         INVALID KEY
007580             DISPLAY 'HELD CHANGE DELETE FAILED - STATUS '
007590                 WS-HELD-STATUS
007600     END-DELETE
007610     MOVE 'APPROVED' TO WS-TXN-DISPOSITION.
007620 2120-EXIT.
007630     EXIT.
007640*
007650 2130-CANCEL-HELD-CHANGE.
007660*    WITHDRAWS THE CHANGE HELD AGAINST THE CARD'S FILE ID, CITY
007670*    AND MONTH WITHOUT APPLYING IT, SO A SLIP CAUGHT BEFORE
007680*    APPROVAL CAN BE KEYED AGAIN AT ONCE.  WITHDRAWING CHANGES
007690*    NOTHING, SO ANY OPERATOR MAY DO IT; THE EDIT-REPORT LINE
007700*    SHOWS THE HELD CARD AND WHO WITHDREW IT.
007710     MOVE TXN-OPERATOR TO WS-APPROVED-BY
007720     MOVE SPACES TO WS-KEYED-BY
007730     PERFORM 2180-READ-HELD-CHANGE THRU 2180-EXIT
007740     IF NOT WS-HELD-FOUND
007750         MOVE 'NO CHANGE HELD' TO WS-REJECT-REASON
007760         MOVE 'N' TO WS-TXN-OK-SWITCH
007770         GO TO 2130-EXIT
007780     END-IF
007790     MOVE HLD-KEYED-OPERATOR TO WS-KEYED-BY
007800     MOVE HLD-TXN-IMAGE TO TXN-RECORD
007810     DELETE HELD-CHANGE-FILE RECORD
007820         INVALID KEY
007830             MOVE 'HOLD DELETE FAILED' TO WS-REJECT-REASON
007840             MOVE 'N' TO WS-TXN-OK-SWITCH
007850             GO TO 2130-EXIT
007860     END-DELETE
007870     MOVE 'CANCELED' TO WS-TXN-DISPOSITION.
007880 2130-EXIT.
007890     EXIT.
007900*
007910 2150-APPLY-TXN.
007920*    HANDS THE CARD NOW IN TXN-RECORD TO ITS EDIT-AND-APPLY
007930*    PARAGRAPH.  WITH WS-HOLD-ONLY SET, EACH OF THOSE STOPS
007940*    ONCE THE CARD HAS PASSED ITS EDIT, HAVING CHANGED NOTHING.
007950*    MASTER AND SERVICE CARDS ARE TURNED AWAY WHEN THE MASTER
007960*    DID NOT FIT THE TABLE - IT WILL NOT BE REWRITTEN.
007970     IF WS-MSTR-OVERFLOW
007980             AND (TXN-FILE-ID = 'M' OR TXN-FILE-ID = 'S')
007990         MOVE 'CITY TABLE FULL' TO WS-REJECT-REASON
008000         MOVE 'N' TO WS-TXN-OK-SWITCH
008010         GO TO 2150-EXIT
008020     END-IF
008030     EVALUATE TXN-FILE-ID ALSO TXN-FUNCTION
008040         WHEN 'M' ALSO 'A'
008050             PERFORM 2200-MASTER-ADD THRU 2200-EXIT
008060         WHEN 'M' ALSO 'C'
008070             PERFORM 2210-MASTER-CHANGE THRU 2210-EXIT
008080         WHEN 'M' ALSO 'D'
008090             PERFORM 2220-MASTER-DELETE THRU 2220-EXIT
008100         WHEN 'N' ALSO 'A'
008110             PERFORM 2300-NORMALS-ADD THRU 2300-EXIT
008120         WHEN 'N' ALSO 'C'
008130             PERFORM 2310-NORMALS-CHANGE THRU 2310-EXIT
008140         WHEN 'N' ALSO 'D'
008150             PERFORM 2320-NORMALS-DELETE THRU 2320-EXIT
008160         WHEN 'B' ALSO 'A'
008170             PERFORM 2330-BUDGET-ADD THRU 2330-EXIT
008180         WHEN 'B' ALSO 'C'
008190             PERFORM 2340-BUDGET-CHANGE THRU 2340-EXIT
008200         WHEN 'B' ALSO 'D'
008210             PERFORM 2350-BUDGET-DELETE THRU 2350-EXIT
008220         WHEN 'S' ALSO 'C'
008230             PERFORM 2360-SERVICE-CHANGE THRU 2360-EXIT
008240         WHEN 'M' ALSO ANY
008250         WHEN 'N' ALSO ANY
008260         WHEN 'B' ALSO ANY
008270         WHEN 'S' ALSO ANY
008280             MOVE 'UNKNOWN FUNCTION' TO WS-REJECT-REASON
008290             MOVE 'N' TO WS-TXN-OK-SWITCH
008300         WHEN OTHER
008310             MOVE 'UNKNOWN FILE ID' TO WS-REJECT-REASON
008320             MOVE 'N' TO WS-TXN-OK-SWITCH
008330     END-EVALUATE.
008340 2150-EXIT.
008350     EXIT.
008360*
008370 2180-READ-HELD-CHANGE.
008380*    LOOKS UP THE CHANGE HELD AGAINST THE KEY ALREADY SET.
008390     MOVE 'Y' TO WS-HELD-FOUND-SWITCH
008400     READ HELD-CHANGE-FILE
008410         INVALID KEY
008420             MOVE 'N' TO WS-HELD-FOUND-SWITCH
008430     END-READ.
008440 2180-EXIT.
008450     EXIT.
008460*
008470 2190-SET-HELD-KEY.
008480*    SETS THE CITYHELD KEY FROM THE CARD - FILE ID, CITY CODE
008490*    AND, FOR A NORMALS CARD ONLY, THE MONTH.
008500     MOVE TXN-FILE-ID   TO HLD-FILE-ID
008510     MOVE TXN-CITY-CODE TO HLD-CITY-CODE
008520     IF TXN-FILE-ID = 'N'
008530         MOVE TXN-MONTH TO HLD-MONTH
008540     ELSE
008550         MOVE SPACES    TO HLD-MONTH
008560     END-IF.
008570 2190-EXIT.
008580     EXIT.
008590*
008600 2200-MASTER-ADD.
008610*    ADDS A CITY TO THE MASTER TABLE.  A CODE ALREADY ON THE
008620*    TABLE IS A DUPLICATE ADD, UNLESS AN EARLIER CARD IN THIS
008630*    SAME DECK DELETED IT - THEN THE ADD PUTS IT BACK.
008640     IF TXN-CITY-CODE = SPACES
008650         MOVE 'CITY CODE MISSING' TO WS-REJECT-REASON
008660         MOVE 'N' TO WS-TXN-OK-SWITCH
008670         GO TO 2200-EXIT
008680     END-IF
008690     IF TXN-CITY-NAME = SPACES
008700         MOVE 'CITY NAME MISSING' TO WS-REJECT-REASON
008710         MOVE 'N' TO WS-TXN-OK-SWITCH
008720         GO TO 2200-EXIT
008730     END-IF
008740     IF TXN-REGION-CODE = SPACES
008750         MOVE 'REGION CODE MISSING' TO WS-REJECT-REASON
008760         MOVE 'N' TO WS-TXN-OK-SWITCH
008770         GO TO 2200-EXIT
008780     END-IF
008790     PERFORM 2500-FIND-CITY-ENTRY THRU 2500-EXIT
008800     IF WS-FOUND-CITY
008810         IF MC-DELETED (WS-CITY-SUB)
008820             IF WS-HOLD-ONLY
008830                 GO TO 2200-EXIT
008840             END-IF
008850             MOVE 'N' TO MC-DELETED-SWITCH (WS-CITY-SUB)
008860             MOVE TXN-CITY-NAME
008870                 TO MC-CITY-NAME (WS-CITY-SUB)
008880             MOVE TXN-REGION-CODE
008890                 TO MC-REGION-CODE (WS-CITY-SUB)
008900             MOVE SPACES TO AUD-BEFORE-IMAGE
008910             PERFORM 2610-BUILD-MASTER-AFTER THRU 2610-EXIT
008920             PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT
008930             GO TO 2200-EXIT
008940         END-IF
008950         MOVE 'DUPLICATE CITY ADD' TO WS-REJECT-REASON
008960         MOVE 'N' TO WS-TXN-OK-SWITCH
008970         GO TO 2200-EXIT
008980     END-IF
008990     IF WS-CITY-COUNT >= WS-MAX-CITIES
009000         MOVE 'CITY TABLE FULL' TO WS-REJECT-REASON
009010         MOVE 'N' TO WS-TXN-OK-SWITCH
009020         GO TO 2200-EXIT
009030     END-IF
009040     IF WS-HOLD-ONLY
009050         GO TO 2200-EXIT
009060     END-IF
009070     ADD 1 TO WS-CITY-COUNT
009080     MOVE WS-CITY-COUNT TO WS-CITY-SUB
009090     MOVE TXN-CITY-CODE TO MC-CITY-CODE (WS-CITY-SUB)
009100     MOVE TXN-CITY-NAME TO MC-CITY-NAME (WS-CITY-SUB)
009110     MOVE TXN-REGION-CODE TO MC-REGION-CODE (WS-CITY-SUB)
009120     MOVE ZERO TO MC-IN-SERVICE-DATE (WS-CITY-SUB)
009130     MOVE ZERO TO MC-OUT-SERVICE-DATE (WS-CITY-SUB)
009140     MOVE ZERO TO MC-RELOCATED-DATE (WS-CITY-SUB)
009150     MOVE 'N' TO MC-DELETED-SWITCH (WS-CITY-SUB)
009160     MOVE SPACES TO AUD-BEFORE-IMAGE
009170     PERFORM 2610-BUILD-MASTER-AFTER THRU 2610-EXIT
009180     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
009190 2200-EXIT.
009200     EXIT.
009210*
009220 2210-MASTER-CHANGE.
009230*    CHANGES A CITY'S NAME, AND ITS REGION WHEN ONE IS KEYED,
009240*    ON THE MASTER TABLE.  A BLANK REGION ON A CHANGE CARD
009250*    MEANS THE REGION STAYS AS IT WAS.
009260     IF TXN-CITY-NAME = SPACES
009270         MOVE 'CITY NAME MISSING' TO WS-REJECT-REASON
009280         MOVE 'N' TO WS-TXN-OK-SWITCH
009290         GO TO 2210-EXIT
009300     END-IF
009310     PERFORM 2500-FIND-CITY-ENTRY THRU 2500-EXIT
009320     IF NOT WS-FOUND-CITY
009330             OR MC-DELETED (WS-CITY-SUB)
009340         MOVE 'CITY NOT ON MASTER' TO WS-REJECT-REASON
009350         MOVE 'N' TO WS-TXN-OK-SWITCH
009360         GO TO 2210-EXIT
009370     END-IF
009380     IF WS-HOLD-ONLY
009390         GO TO 2210-EXIT
009400     END-IF
009410     PERFORM 2620-BUILD-MASTER-BEFORE THRU 2620-EXIT
009420     MOVE TXN-CITY-NAME TO MC-CITY-NAME (WS-CITY-SUB)
009430     IF TXN-REGION-CODE NOT = SPACES
009440         MOVE TXN-REGION-CODE
009450             TO MC-REGION-CODE (WS-CITY-SUB)
009460     END-IF
009470     PERFORM 2610-BUILD-MASTER-AFTER THRU 2610-EXIT
009480     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
009490 2210-EXIT.
009500     EXIT.
009510*
009520 2220-MASTER-DELETE.
009530*    MARKS A CITY DELETED ON THE MASTER TABLE.  A CITY WITH
009540*    READINGS WAITING ON THE CITYRD FEED CANNOT BE DELETED -
009550*    THE NIGHTLY RUN WOULD LOG EVERY ONE OF ITS READINGS AS
009560*    HAVING NO MASTER ENTRY.
009570     PERFORM 2500-FIND-CITY-ENTRY THRU 2500-EXIT
009580     IF NOT WS-FOUND-CITY
009590             OR MC-DELETED (WS-CITY-SUB)
009600         MOVE 'CITY NOT ON MASTER' TO WS-REJECT-REASON
009610         MOVE 'N' TO WS-TXN-OK-SWITCH
009620         GO TO 2220-EXIT
009630     END-IF
009640     PERFORM 2510-CHECK-READINGS-PENDING THRU 2510-EXIT
009650     IF WS-READINGS-PENDING
009660         MOVE 'READINGS PENDING' TO WS-REJECT-REASON
009670         MOVE 'N' TO WS-TXN-OK-SWITCH
009680         GO TO 2220-EXIT
009690     END-IF
009700     IF WS-HOLD-ONLY
009710         GO TO 2220-EXIT
009720     END-IF
009730     PERFORM 2620-BUILD-MASTER-BEFORE THRU 2620-EXIT
009740     MOVE 'Y' TO MC-DELETED-SWITCH (WS-CITY-SUB)
009750     MOVE SPACES TO AUD-AFTER-IMAGE
009760     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
009770 2220-EXIT.
009780     EXIT.
009790*
009800 2300-NORMALS-ADD.
009810*    ADDS ONE CITY/MONTH NORMALS RECORD.  THE FIGURES MUST
009820*    PASS THE FULL NORMALS EDIT AND THE CITY MUST EXIST ON
009830*    THE MASTER - THE KINGSTON INCIDENT WAS A NORMALS CARD
009840*    NOBODY EDITED.
009850     PERFORM 2400-EDIT-NORMALS-TXN THRU 2400-EXIT
009860     IF NOT WS-TXN-OK
009870         GO TO 2300-EXIT
009880     END-IF
009890     MOVE TXN-CITY-CODE TO NORM-CITY-CODE
009900     MOVE TXN-MONTH-N   TO NORM-MONTH
009910     IF WS-HOLD-ONLY
009920         READ CITY-NORMALS-FILE
009930             INVALID KEY
009940                 GO TO 2300-EXIT
009950         END-READ
009960         MOVE 'DUPLICATE NORMALS ADD' TO WS-REJECT-REASON
009970         MOVE 'N' TO WS-TXN-OK-SWITCH
009980         GO TO 2300-EXIT
009990     END-IF
010000     PERFORM 2630-BUILD-NORMALS-FIGURES THRU 2630-EXIT
010010     WRITE NORM-RECORD
010020         INVALID KEY
010030             MOVE 'DUPLICATE NORMALS ADD' TO WS-REJECT-REASON
010040             MOVE 'N' TO WS-TXN-OK-SWITCH
010050     END-WRITE
010060     IF WS-TXN-OK
010070         MOVE SPACES TO AUD-BEFORE-IMAGE
010080         MOVE NORM-RECORD TO AUD-AFTER-IMAGE
010090         PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT
010100     END-IF.
010110 2300-EXIT.
010120     EXIT.
010130*
010140 2310-NORMALS-CHANGE.
010150*    REPLACES THE FIGURES ON AN EXISTING CITY/MONTH NORMALS
010160*    RECORD, KEEPING THE OLD RECORD AS THE BEFORE IMAGE.
010170     PERFORM 2400-EDIT-NORMALS-TXN THRU 2400-EXIT
010180     IF NOT WS-TXN-OK
010190         GO TO 2310-EXIT
010200     END-IF
010210     MOVE TXN-CITY-CODE TO NORM-CITY-CODE
010220     MOVE TXN-MONTH-N   TO NORM-MONTH
010230     READ CITY-NORMALS-FILE
010240         INVALID KEY
010250             MOVE 'NORMALS NOT ON FILE' TO WS-REJECT-REASON
010260             MOVE 'N' TO WS-TXN-OK-SWITCH
010270             GO TO 2310-EXIT
010280     END-READ
010290     IF WS-HOLD-ONLY
010300         GO TO 2310-EXIT
010310     END-IF
010320     MOVE NORM-RECORD TO AUD-BEFORE-IMAGE
010330     PERFORM 2630-BUILD-NORMALS-FIGURES THRU 2630-EXIT
010340     REWRITE NORM-RECORD
010350         INVALID KEY
010360             MOVE 'NORMALS REWRITE FAILED'
010370                 TO WS-REJECT-REASON
010380             MOVE 'N' TO WS-TXN-OK-SWITCH
010390             GO TO 2310-EXIT
010400     END-REWRITE
010410     MOVE NORM-RECORD TO AUD-AFTER-IMAGE
010420     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
010430 2310-EXIT.
010440     EXIT.
010450*
010460 2320-NORMALS-DELETE.
010470*    DELETES ONE CITY/MONTH NORMALS RECORD.  CITYTEMP FALLS
010480*    BACK TO ITS GLOBAL PLAUSIBILITY BOUNDS FOR A CITY/MONTH
010490*    WITH NO NORMALS, SO A DELETE IS ALWAYS SAFE.
010500     IF TXN-MONTH-N NOT NUMERIC
010510             OR TXN-MONTH-N < 1
010520             OR TXN-MONTH-N > 12
010530         MOVE 'MONTH INVALID' TO WS-REJECT-REASON
010540         MOVE 'N' TO WS-TXN-OK-SWITCH
010550         GO TO 2320-EXIT
010560     END-IF
010570     MOVE TXN-CITY-CODE TO NORM-CITY-CODE
010580     MOVE TXN-MONTH-N   TO NORM-MONTH
010590     READ CITY-NORMALS-FILE
010600         INVALID KEY
010610             MOVE 'NORMALS NOT ON FILE' TO WS-REJECT-REASON
010620             MOVE 'N' TO WS-TXN-OK-SWITCH
010630             GO TO 2320-EXIT
010640     END-READ
010650     IF WS-HOLD-ONLY
010660         GO TO 2320-EXIT
010670     END-IF
010680     MOVE NORM-RECORD TO AUD-BEFORE-IMAGE
010690     DELETE CITY-NORMALS-FILE RECORD
010700         INVALID KEY
010710             MOVE 'NORMALS DELETE FAILED'
010720                 TO WS-REJECT-REASON
010730             MOVE 'N' TO WS-TXN-OK-SWITCH
010740             GO TO 2320-EXIT
010750     END-DELETE
010760     MOVE SPACES TO AUD-AFTER-IMAGE
010770     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
010780 2320-EXIT.
010790     EXIT.
010800*
010810 2330-BUDGET-ADD.
010820*    ADDS ONE REGION/MONTH BUDGET RECORD.  THE FIGURES MUST
010830*    PASS THE BUDGET EDIT AND THE REGION MUST BE ONE THE
010840*    MASTER'S CITIES ROLL UP TO.
010850     PERFORM 2450-EDIT-BUDGET-TXN THRU 2450-EXIT
010860     IF NOT WS-TXN-OK
010870         GO TO 2330-EXIT
010880     END-IF
010890     MOVE TXN-BUD-REGION-CODE TO BUD-REGION-CODE
010900     MOVE TXN-BUD-YEAR-N      TO BUD-YEAR
010910     MOVE TXN-MONTH-N         TO BUD-MONTH
010920     PERFORM 2640-BUILD-BUDGET-FIGURES THRU 2640-EXIT
010930     WRITE BUD-RECORD
010940         INVALID KEY
010950             MOVE 'DUPLICATE BUDGET ADD' TO WS-REJECT-REASON
010960             MOVE 'N' TO WS-TXN-OK-SWITCH
010970     END-WRITE
010980     IF WS-TXN-OK
010990         MOVE SPACES TO AUD-BEFORE-IMAGE
011000         MOVE BUD-RECORD TO AUD-AFTER-IMAGE
011010         PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT
011020     END-IF.
011030 2330-EXIT.
011040     EXIT.
011050*
011060 2340-BUDGET-CHANGE.
011070*    REPLACES THE FIGURES ON AN EXISTING REGION/MONTH BUDGET
011080*    RECORD, KEEPING THE OLD RECORD AS THE BEFORE IMAGE.
011090     PERFORM 2450-EDIT-BUDGET-TXN THRU 2450-EXIT
011100     IF NOT WS-TXN-OK
011110         GO TO 2340-EXIT
011120     END-IF
011130     MOVE TXN-BUD-REGION-CODE TO BUD-REGION-CODE
011140     MOVE TXN-BUD-YEAR-N      TO BUD-YEAR
011150     MOVE TXN-MONTH-N         TO BUD-MONTH
011160     READ REGION-BUDGET-FILE
011170         INVALID KEY
011180             MOVE 'BUDGET NOT ON FILE' TO WS-REJECT-REASON
011190             MOVE 'N' TO WS-TXN-OK-SWITCH
011200             GO TO 2340-EXIT
011210     END-READ
011220     MOVE BUD-RECORD TO AUD-BEFORE-IMAGE
011230     PERFORM 2640-BUILD-BUDGET-FIGURES THRU 2640-EXIT
011240     REWRITE BUD-RECORD
011250         INVALID KEY
011260             MOVE 'BUDGET REWRITE FAILED'
011270                 TO WS-REJECT-REASON
011280             MOVE 'N' TO WS-TXN-OK-SWITCH
011290             GO TO 2340-EXIT
011300     END-REWRITE
011310     MOVE BUD-RECORD TO AUD-AFTER-IMAGE
011320     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
011330 2340-EXIT.
011340     EXIT.
011350*
011360 2350-BUDGET-DELETE.
011370*    DELETES ONE REGION/MONTH BUDGET RECORD.  ONLY THE PERIOD
011380*    IS EDITED - A REGION WHOSE LAST CITY HAS GONE FROM THE
011390*    MASTER MUST STILL BE ABLE TO HAVE ITS BUDGET REMOVED.
011400     IF TXN-BUD-YEAR-N NOT NUMERIC
011410             OR TXN-MONTH-N NOT NUMERIC
011420             OR TXN-MONTH-N < 1
011430             OR TXN-MONTH-N > 12
011440         MOVE 'PERIOD INVALID' TO WS-REJECT-REASON
011450         MOVE 'N' TO WS-TXN-OK-SWITCH
011460         GO TO 2350-EXIT
011470     END-IF
011480     MOVE TXN-BUD-REGION-CODE TO BUD-REGION-CODE
011490     MOVE TXN-BUD-YEAR-N      TO BUD-YEAR
011500     MOVE TXN-MONTH-N         TO BUD-MONTH
011510     READ REGION-BUDGET-FILE
011520         INVALID KEY
011530             MOVE 'BUDGET NOT ON FILE' TO WS-REJECT-REASON
011540             MOVE 'N' TO WS-TXN-OK-SWITCH
011550             GO TO 2350-EXIT
011560     END-READ
011570     MOVE BUD-RECORD TO AUD-BEFORE-IMAGE
011580     DELETE REGION-BUDGET-FILE RECORD
011590         INVALID KEY
011600             MOVE 'BUDGET DELETE FAILED'
011610                 TO WS-REJECT-REASON
011620             MOVE 'N' TO WS-TXN-OK-SWITCH
011630             GO TO 2350-EXIT
011640     END-DELETE
011650     MOVE SPACES TO AUD-AFTER-IMAGE
011660     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
011670 2350-EXIT.
011680     EXIT.
011690*
011700 2360-SERVICE-CHANGE.
011710*    CHANGES A CITY'S SERVICE DATES ON THE MASTER TABLE.  THE
011720*    CARD'S DATES ARE MERGED OVER THE CITY'S CURRENT ONES AND
011730*    THE RESULT EDITED AS A SET, SO A CARD THAT ONLY CLOSES A
011740*    STATION IS STILL CHECKED AGAINST THE DAY IT OPENED.
011750     PERFORM 2500-FIND-CITY-ENTRY THRU 2500-EXIT
011760     IF NOT WS-FOUND-CITY
011770             OR MC-DELETED (WS-CITY-SUB)
011780         MOVE 'CITY NOT ON MASTER' TO WS-REJECT-REASON
011790         MOVE 'N' TO WS-TXN-OK-SWITCH
011800         GO TO 2360-EXIT
011810     END-IF
011820     PERFORM 2460-EDIT-SERVICE-TXN THRU 2460-EXIT
011830     IF NOT WS-TXN-OK
011840         GO TO 2360-EXIT
011850     END-IF
011860     IF WS-HOLD-ONLY
011870         GO TO 2360-EXIT
011880     END-IF
011890     PERFORM 2660-BUILD-SERVICE-BEFORE THRU 2660-EXIT
011900     MOVE WS-SVC-IN-DATE    TO MC-IN-SERVICE-DATE (WS-CITY-SUB)
011910     MOVE WS-SVC-OUT-DATE   TO MC-OUT-SERVICE-DATE (WS-CITY-SUB)
011920     MOVE WS-SVC-MOVED-DATE TO MC-RELOCATED-DATE (WS-CITY-SUB)
011930     PERFORM 2650-BUILD-SERVICE-AFTER THRU 2650-EXIT
011940     PERFORM 2700-WRITE-AUDIT-RECORD THRU 2700-EXIT.
011950 2360-EXIT.
011960     EXIT.
011970*
011980 2400-EDIT-NORMALS-TXN.
011990*    THE FULL NORMALS CARD EDIT: THE MONTH MUST BE A REAL
012000*    CALENDAR MONTH, THE CITY MUST BE ON THE MASTER, EVERY
012010*    FIGURE MUST BE NUMERIC, THE MIN MUST NOT EXCEED THE MAX
012020*    IN EITHER UNIT, AND EACH F FIGURE CONVERTED TO CELSIUS
012030*    MUST AGREE WITH ITS KEYED C FIGURE WITHIN THE AGREED
012040*    TOLERANCE.  ONE BAD CARD STOPPED HALF A MONTH OF VALID
012050*    KINGSTON READINGS - NOTHING GETS ON THE CLUSTER UNEDITED.
012060     IF TXN-MONTH-N NOT NUMERIC
012070             OR TXN-MONTH-N < 1
012080             OR TXN-MONTH-N > 12
012090         MOVE 'MONTH INVALID' TO WS-REJECT-REASON
012100         MOVE 'N' TO WS-TXN-OK-SWITCH
012110         GO TO 2400-EXIT
012120     END-IF
012130     PERFORM 2500-FIND-CITY-ENTRY THRU 2500-EXIT
012140     IF NOT WS-FOUND-CITY
012150             OR MC-DELETED (WS-CITY-SUB)
012160         MOVE 'CITY NOT ON MASTER' TO WS-REJECT-REASON
012170         MOVE 'N' TO WS-TXN-OK-SWITCH
012180         GO TO 2400-EXIT
012190     END-IF
012200     IF TXN-AVERAGE-F NOT NUMERIC
012210             OR TXN-AVERAGE-C NOT NUMERIC
012220             OR TXN-MIN-F NOT NUMERIC
012230             OR TXN-MIN-C NOT NUMERIC
012240             OR TXN-MAX-F NOT NUMERIC
012250             OR TXN-MAX-C NOT NUMERIC
012260         MOVE 'FIGURES NOT NUMERIC' TO WS-REJECT-REASON
012270         MOVE 'N' TO WS-TXN-OK-SWITCH
012280         GO TO 2400-EXIT
012290     END-IF
012300     IF TXN-MIN-F > TXN-MAX-F
012310             OR TXN-MIN-C > TXN-MAX-C
012320         MOVE 'MIN EXCEEDS MAX' TO WS-REJECT-REASON
012330         MOVE 'N' TO WS-TXN-OK-SWITCH
012340         GO TO 2400-EXIT
012350     END-IF
012360     MOVE TXN-AVERAGE-F TO WS-EXPECTED-C
012370     PERFORM 2410-CHECK-ONE-FC-PAIR THRU 2410-EXIT
012380     IF NOT WS-TXN-OK
012390         GO TO 2400-EXIT
012400     END-IF
012410     COMPUTE WS-FC-DIFF = WS-EXPECTED-C - TXN-AVERAGE-C
012420     PERFORM 2420-TEST-FC-DIFF THRU 2420-EXIT
012430     IF NOT WS-TXN-OK
012440         GO TO 2400-EXIT
012450     END-IF
012460     MOVE TXN-MIN-F TO WS-EXPECTED-C
012470     PERFORM 2410-CHECK-ONE-FC-PAIR THRU 2410-EXIT
012480     COMPUTE WS-FC-DIFF = WS-EXPECTED-C - TXN-MIN-C
012490     PERFORM 2420-TEST-FC-DIFF THRU 2420-EXIT
012500     IF NOT WS-TXN-OK
012510         GO TO 2400-EXIT
012520     END-IF
012530     MOVE TXN-MAX-F TO WS-EXPECTED-C
012540     PERFORM 2410-CHECK-ONE-FC-PAIR THRU 2410-EXIT
012550     COMPUTE WS-FC-DIFF = WS-EXPECTED-C - TXN-MAX-C
012560     PERFORM 2420-TEST-FC-DIFF THRU 2420-EXIT.
012570 2400-EXIT.
012580     EXIT.
012590*
012600 2410-CHECK-ONE-FC-PAIR.
012610*    CONVERTS THE FAHRENHEIT FIGURE ALREADY MOVED TO
012620*    WS-EXPECTED-C INTO CELSIUS, IN PLACE, FOR THE AGREEMENT
012630*    TEST THAT FOLLOWS.
012640     COMPUTE WS-EXPECTED-C ROUNDED =
012650         (WS-EXPECTED-C - 32) * 5 / 9.
012660 2410-EXIT.
012670     EXIT.
012680*
012690 2420-TEST-FC-DIFF.
012700*    REJECTS THE CARD WHEN THE CONVERTED-MINUS-KEYED CELSIUS
012710*    DIFFERENCE ALREADY IN WS-FC-DIFF IS OUTSIDE THE AGREED
012720*    TOLERANCE EITHER WAY.
012730     IF WS-FC-DIFF < ZERO
012740         COMPUTE WS-FC-DIFF = ZERO - WS-FC-DIFF
012750     END-IF
012760     IF WS-FC-DIFF > WS-FC-TOLERANCE
012770         MOVE 'F AND C DISAGREE' TO WS-REJECT-REASON
012780         MOVE 'N' TO WS-TXN-OK-SWITCH
012790     END-IF.
012800 2420-EXIT.
012810     EXIT.
012820*
012830 2450-EDIT-BUDGET-TXN.
012840*    THE BUDGET CARD EDIT: THE REGION MUST BE KEYED AND BE ONE
012850*    AT LEAST ONE LIVE CITY ON THE MASTER ROLLS UP TO, THE
012860*    YEAR AND MONTH MUST MAKE A REAL CALENDAR MONTH, EVERY
012870*    FIGURE MUST BE NUMERIC, AND THE COST PER DEGREE-DAY MUST
012880*    BE KEYED - A ZERO COST WOULD PRICE EVERY VARIANCE AT
012890*    NOTHING ON THE FINANCE REVIEW.
012900     IF TXN-BUD-REGION-CODE = SPACES
012910         MOVE 'REGION CODE MISSING' TO WS-REJECT-REASON
012920         MOVE 'N' TO WS-TXN-OK-SWITCH
012930         GO TO 2450-EXIT
012940     END-IF
012950     IF TXN-BUD-YEAR-N NOT NUMERIC
012960             OR TXN-MONTH-N NOT NUMERIC
012970             OR TXN-MONTH-N < 1
012980             OR TXN-MONTH-N > 12
012990         MOVE 'PERIOD INVALID' TO WS-REJECT-REASON
013000         MOVE 'N' TO WS-TXN-OK-SWITCH
013010         GO TO 2450-EXIT
013020     END-IF
013030     PERFORM 2520-FIND-REGION THRU 2520-EXIT
013040     IF NOT WS-FOUND-REGION
013050         MOVE 'REGION NOT ON MASTER' TO WS-REJECT-REASON
013060         MOVE 'N' TO WS-TXN-OK-SWITCH
013070         GO TO 2450-EXIT
013080     END-IF
013090     IF TXN-BUD-HEATING-DD NOT NUMERIC
013100             OR TXN-BUD-COOLING-DD NOT NUMERIC
013110             OR TXN-BUD-COST-PER-DD NOT NUMERIC
013120         MOVE 'FIGURES NOT NUMERIC' TO WS-REJECT-REASON
013130         MOVE 'N' TO WS-TXN-OK-SWITCH
013140         GO TO 2450-EXIT
013150     END-IF
013160     IF TXN-BUD-COST-PER-DD = ZERO
013170         MOVE 'COST PER DD MISSING' TO WS-REJECT-REASON
013180         MOVE 'N' TO WS-TXN-OK-SWITCH
013190     END-IF.
013200 2450-EXIT.
013210     EXIT.
013220*
013230 2460-EDIT-SERVICE-TXN.
013240*    THE SERVICE CARD EDIT: AT LEAST ONE DATE MUST BE KEYED,
013250*    EVERY KEYED DATE MUST BE ZERO OR A REAL CALENDAR DATE,
013260*    AND THE MERGED SET MUST RUN IN ORDER - A STATION CANNOT
013270*    CLOSE BEFORE IT OPENED, NOR MOVE BEFORE IT OPENED OR
013280*    AFTER IT CLOSED.  THE MERGED DATES ARE LEFT IN THE
013290*    WS-SVC- FIELDS FOR THE CALLER TO APPLY.
013300     IF TXN-SVC-IN-DATE = SPACES
013310             AND TXN-SVC-OUT-DATE = SPACES
013320             AND TXN-SVC-MOVED-DATE = SPACES
013330         MOVE 'NO SERVICE DATES KEYED' TO WS-REJECT-REASON
013340         MOVE 'N' TO WS-TXN-OK-SWITCH
013350         GO TO 2460-EXIT
013360     END-IF
013370     MOVE MC-IN-SERVICE-DATE (WS-CITY-SUB)  TO WS-SVC-IN-DATE
013380     MOVE MC-OUT-SERVICE-DATE (WS-CITY-SUB) TO WS-SVC-OUT-DATE
013390     MOVE MC-RELOCATED-DATE (WS-CITY-SUB)   TO WS-SVC-MOVED-DATE
013400     IF TXN-SVC-IN-DATE NOT = SPACES
013410         MOVE TXN-SVC-IN-DATE TO WS-DATE-WORK
013420         PERFORM 2470-CHECK-ONE-DATE THRU 2470-EXIT
013430         MOVE WS-DATE-WORK-N TO WS-SVC-IN-DATE
013440     END-IF
013450     IF TXN-SVC-OUT-DATE NOT = SPACES AND WS-TXN-OK
013460         MOVE TXN-SVC-OUT-DATE TO WS-DATE-WORK
013470         PERFORM 2470-CHECK-ONE-DATE THRU 2470-EXIT
013480         MOVE WS-DATE-WORK-N TO WS-SVC-OUT-DATE
013490     END-IF
013500     IF TXN-SVC-MOVED-DATE NOT = SPACES AND WS-TXN-OK
013510         MOVE TXN-SVC-MOVED-DATE TO WS-DATE-WORK
013520         PERFORM 2470-CHECK-ONE-DATE THRU 2470-EXIT
013530         MOVE WS-DATE-WORK-N TO WS-SVC-MOVED-DATE
013540     END-IF
013550     IF NOT WS-TXN-OK
013560         GO TO 2460-EXIT
013570     END-IF
013580     IF WS-SVC-OUT-DATE NOT = ZERO
013590             AND WS-SVC-OUT-DATE < WS-SVC-IN-DATE
013600         MOVE 'OUT BEFORE IN SERVICE' TO WS-REJECT-REASON
013610         MOVE 'N' TO WS-TXN-OK-SWITCH
013620         GO TO 2460-EXIT
013630     END-IF
013640     IF WS-SVC-MOVED-DATE = ZERO
013650         GO TO 2460-EXIT
013660     END-IF
013670     IF WS-SVC-MOVED-DATE < WS-SVC-IN-DATE
013680         MOVE 'MOVE BEFORE IN SERVICE' TO WS-REJECT-REASON
013690         MOVE 'N' TO WS-TXN-OK-SWITCH
013700         GO TO 2460-EXIT
013710     END-IF
013720     IF WS-SVC-OUT-DATE NOT = ZERO
013730             AND WS-SVC-MOVED-DATE > WS-SVC-OUT-DATE
013740         MOVE 'MOVE AFTER OUT SERVICE' TO WS-REJECT-REASON
013750         MOVE 'N' TO WS-TXN-OK-SWITCH
013760     END-IF.
013770 2460-EXIT.
013780     EXIT.
013790*
013800 2470-CHECK-ONE-DATE.
013810*    REJECTS THE CARD WHEN THE DATE ALREADY IN WS-DATE-WORK IS
013820*    NEITHER ZERO NOR A PLAUSIBLE CALENDAR DATE.  THE DAY IS
013830*    ONLY HELD TO 31 - A 30TH OF FEBRUARY ON A SERVICE DATE
013840*    MOVES NOTHING BY A WHOLE MONTH.
013850     IF WS-DATE-WORK-N NOT NUMERIC
013860         MOVE 'SERVICE DATE INVALID' TO WS-REJECT-REASON
013870         MOVE 'N' TO WS-TXN-OK-SWITCH
013880         GO TO 2470-EXIT
013890     END-IF
013900     IF WS-DATE-WORK-N = ZERO
013910         GO TO 2470-EXIT
013920     END-IF
013930     IF WS-DW-YEAR < 1900
013940             OR WS-DW-MONTH < 1 OR WS-DW-MONTH > 12
013950             OR WS-DW-DAY < 1 OR WS-DW-DAY > 31
013960         MOVE 'SERVICE DATE INVALID' TO WS-REJECT-REASON
013970         MOVE 'N' TO WS-TXN-OK-SWITCH
013980     END-IF.
013990 2470-EXIT.
014000     EXIT.
014010*
014020 2500-FIND-CITY-ENTRY.
014030*    LOOKS THE TRANSACTION'S CITY CODE UP IN THE MASTER
014040*    TABLE.  WS-FOUND-CITY SAYS WHETHER AN ENTRY WAS FOUND
014050*    AND WS-CITY-SUB POINTS AT IT.
014060     MOVE 'N' TO WS-FOUND-CITY-SWITCH
014070     PERFORM 2505-TEST-ONE-CITY-ENTRY THRU 2505-EXIT
014080         VARYING WS-SCAN-SUB FROM 1 BY 1
014090         UNTIL WS-SCAN-SUB > WS-CITY-COUNT
014100             OR WS-FOUND-CITY.
014110 2500-EXIT.
014120     EXIT.
014130*
014140 2505-TEST-ONE-CITY-ENTRY.
014150*    TESTS ONE MASTER TABLE ENTRY AGAINST THE TRANSACTION.
014160     IF MC-CITY-CODE (WS-SCAN-SUB) = TXN-CITY-CODE
014170         SET WS-FOUND-CITY TO TRUE
014180         MOVE WS-SCAN-SUB TO WS-CITY-SUB
014190     END-IF.
014200 2505-EXIT.
014210     EXIT.
014220*
014230 2510-CHECK-READINGS-PENDING.
014240*    SCANS THE PENDING TABLE FOR THE TRANSACTION'S CITY CODE.
014250*    WHEN THE FEED OVERFLOWED THE TABLE EVERY CITY COUNTS AS
014260*    PENDING.
014270     MOVE 'N' TO WS-PENDING-SWITCH
014280     IF WS-PEND-OVERFLOW
014290         SET WS-READINGS-PENDING TO TRUE
014300         GO TO 2510-EXIT
014310     END-IF
014320     PERFORM 2515-TEST-ONE-PENDING THRU 2515-EXIT
014330         VARYING WS-PEND-SUB FROM 1 BY 1
014340         UNTIL WS-PEND-SUB > WS-PENDING-COUNT
014350             OR WS-READINGS-PENDING.
014360 2510-EXIT.
014370     EXIT.
014380*
014390 2515-TEST-ONE-PENDING.
014400*    TESTS ONE PENDING FEED CITY AGAINST THE TRANSACTION.
014410     IF PD-CITY-CODE (WS-PEND-SUB) = TXN-CITY-CODE
014420         SET WS-READINGS-PENDING TO TRUE
014430     END-IF.
014440 2515-EXIT.
014450     EXIT.
014460*
014470 2520-FIND-REGION.
014480*    SCANS THE MASTER TABLE FOR A LIVE CITY IN THE BUDGET
014490*    CARD'S REGION.
014500     MOVE 'N' TO WS-FOUND-REGION-SWITCH
014510     PERFORM 2525-TEST-ONE-REGION THRU 2525-EXIT
014520         VARYING WS-SCAN-SUB FROM 1 BY 1
014530         UNTIL WS-SCAN-SUB > WS-CITY-COUNT
014540             OR WS-FOUND-REGION.
014550 2520-EXIT.
014560     EXIT.
014570*
014580 2525-TEST-ONE-REGION.
014590*    TESTS ONE MASTER TABLE ENTRY AGAINST THE BUDGET REGION.
014600     IF MC-REGION-CODE (WS-SCAN-SUB) = TXN-BUD-REGION-CODE
014610             AND NOT MC-DELETED (WS-SCAN-SUB)
014620         SET WS-FOUND-REGION TO TRUE
014630     END-IF.
014640 2525-EXIT.
014650     EXIT.
014660*
014670 2600-PRINT-TXN-LINE.
014680*    PRINTS ONE EDIT-REPORT LINE FOR THE TRANSACTION JUST
014690*    PROCESSED AND COUNTS IT BY WHAT BECAME OF IT.
014700     MOVE WS-TXNS-READ  TO WS-DT-SEQ-NO
014710     MOVE TXN-FILE-ID   TO WS-DT-FILE-ID
014720     MOVE TXN-FUNCTION  TO WS-DT-FUNCTION
014730     MOVE TXN-CITY-CODE TO WS-DT-CITY-CODE
014740     IF TXN-FILE-ID = 'N' OR TXN-FILE-ID = 'B'
014750         MOVE TXN-MONTH TO WS-DT-MONTH
014760     ELSE
014770         MOVE SPACES    TO WS-DT-MONTH
014780     END-IF
014790     IF TXN-FILE-ID = 'B'
014800         MOVE TXN-BUD-YEAR TO WS-DT-YEAR
014810     ELSE
014820         MOVE SPACES       TO WS-DT-YEAR
014830     END-IF
014840     MOVE WS-KEYED-BY    TO WS-DT-KEYED-BY
014850     MOVE WS-APPROVED-BY TO WS-DT-APPROVED-BY
014860     IF WS-TXN-OK
014870         MOVE WS-TXN-DISPOSITION TO WS-DT-STATUS
014880         MOVE SPACES     TO WS-DT-REASON
014890     ELSE
014900         MOVE 'REJECTED' TO WS-DT-STATUS
014910         MOVE WS-REJECT-REASON TO WS-DT-REASON
014920         MOVE 'REJECTED' TO WS-TXN-DISPOSITION
014930     END-IF
014940     EVALUATE WS-TXN-DISPOSITION
014950         WHEN 'REJECTED'
014960             ADD 1 TO WS-TXNS-REJECTED
014970         WHEN 'HELD'
014980             ADD 1 TO WS-TXNS-HELD
014990         WHEN 'CANCELED'
015000             ADD 1 TO WS-HELD-CANCELED
015010         WHEN 'APPROVED'
015020             ADD 1 TO WS-HELD-APPROVED
015030             ADD 1 TO WS-TXNS-APPLIED
015040         WHEN OTHER
015050             ADD 1 TO WS-TXNS-APPLIED
015060     END-EVALUATE
015070     MOVE WS-DETAIL-LINE TO ER-PRINT-LINE
015080     PERFORM 2800-WRITE-PRINT-LINE THRU 2800-EXIT.
015090 2600-EXIT.
015100     EXIT.
015110*
015120 2610-BUILD-MASTER-AFTER.
015130*    BUILDS THE AFTER IMAGE OF THE MASTER ENTRY THE
015140*    TRANSACTION JUST LEFT BEHIND.
015150     MOVE SPACES TO AUD-AFTER-IMAGE
015160     MOVE MC-CITY-CODE (WS-CITY-SUB)
015170         TO AUD-AFTER-IMAGE (1:4)
015180     MOVE MC-CITY-NAME (WS-CITY-SUB)
015190         TO AUD-AFTER-IMAGE (5:12)
015200     MOVE MC-REGION-CODE (WS-CITY-SUB)
015210         TO AUD-AFTER-IMAGE (17:3).
015220 2610-EXIT.
015230     EXIT.
015240*
015250 2620-BUILD-MASTER-BEFORE.
015260*    BUILDS THE BEFORE IMAGE OF THE MASTER ENTRY THE
015270*    TRANSACTION IS ABOUT TO TOUCH.
015280     MOVE SPACES TO AUD-BEFORE-IMAGE
015290     MOVE MC-CITY-CODE (WS-CITY-SUB)
015300         TO AUD-BEFORE-IMAGE (1:4)
015310     MOVE MC-CITY-NAME (WS-CITY-SUB)
015320         TO AUD-BEFORE-IMAGE (5:12)
015330     MOVE MC-REGION-CODE (WS-CITY-SUB)
015340         TO AUD-BEFORE-IMAGE (17:3).
015350 2620-EXIT.
015360     EXIT.
015370*
015380 2630-BUILD-NORMALS-FIGURES.
015390*    MOVES THE EDITED CARD FIGURES ONTO THE NORMALS RECORD.
015400*    THE KEY IS ALREADY IN PLACE.
015410     MOVE TXN-AVERAGE-F TO NORM-AVERAGE-F
015420     MOVE TXN-AVERAGE-C TO NORM-AVERAGE-C
015430     MOVE TXN-MIN-F     TO NORM-MIN-F
015440     MOVE TXN-MIN-C     TO NORM-MIN-C
015450     MOVE TXN-MAX-F     TO NORM-MAX-F
015460     MOVE TXN-MAX-C     TO NORM-MAX-C.
015470 2630-EXIT.
015480     EXIT.
015490*
015500 2640-BUILD-BUDGET-FIGURES.
015510*    MOVES THE EDITED CARD FIGURES ONTO THE BUDGET RECORD.
015520*    THE KEY IS ALREADY IN PLACE.
015530     MOVE TXN-BUD-HEATING-DD  TO BUD-HEATING-DD-F
015540     MOVE TXN-BUD-COOLING-DD  TO BUD-COOLING-DD-F
015550     MOVE TXN-BUD-COST-PER-DD TO BUD-COST-PER-DD.
015560 2640-EXIT.
015570     EXIT.
015580*
015590 2650-BUILD-SERVICE-AFTER.
015600*    BUILDS THE AFTER IMAGE OF A CITY'S SERVICE DATES - CITY
015610*    CODE, IN SERVICE, OUT OF SERVICE, RELOCATED.
015620     MOVE SPACES TO AUD-AFTER-IMAGE
015630     MOVE MC-CITY-CODE (WS-CITY-SUB)
015640         TO AUD-AFTER-IMAGE (1:4)
015650     MOVE MC-IN-SERVICE-DATE (WS-CITY-SUB)
015660         TO AUD-AFTER-IMAGE (5:8)
015670     MOVE MC-OUT-SERVICE-DATE (WS-CITY-SUB)
015680         TO AUD-AFTER-IMAGE (13:8)
015690     MOVE MC-RELOCATED-DATE (WS-CITY-SUB)
015700         TO AUD-AFTER-IMAGE (21:8).
015710 2650-EXIT.
015720     EXIT.
015730*
015740 2660-BUILD-SERVICE-BEFORE.
015750*    BUILDS THE BEFORE IMAGE OF A CITY'S SERVICE DATES, IN
015760*    THE SAME SHAPE AS THE AFTER IMAGE.
015770     MOVE SPACES TO AUD-BEFORE-IMAGE
015780     MOVE MC-CITY-CODE (WS-CITY-SUB)
015790         TO AUD-BEFORE-IMAGE (1:4)
015800     MOVE MC-IN-SERVICE-DATE (WS-CITY-SUB)
015810         TO AUD-BEFORE-IMAGE (5:8)
015820     MOVE MC-OUT-SERVICE-DATE (WS-CITY-SUB)
015830         TO AUD-BEFORE-IMAGE (13:8)
015840     MOVE MC-RELOCATED-DATE (WS-CITY-SUB)
015850         TO AUD-BEFORE-IMAGE (21:8).
015860 2660-EXIT.
015870     EXIT.
015880*
015890 2700-WRITE-AUDIT-RECORD.
015900*    APPENDS THE WHO/WHEN/BEFORE/AFTER AUDIT RECORD FOR THE
015910*    CHANGE JUST APPLIED.  THE CALLER HAS ALREADY SET THE
015920*    BEFORE AND AFTER IMAGES.  TXN-OPERATOR IS THE OPERATOR WHO
015930*    KEYED THE CARD; AN APPROVED CHANGE ALSO CARRIES THE
015940*    OPERATOR WHO APPROVED IT.
015950     MOVE WS-RUN-DATE   TO AUD-RUN-DATE
015960     MOVE WS-RUN-TIME   TO AUD-RUN-TIME
015970     MOVE TXN-OPERATOR  TO AUD-OPERATOR
015980     MOVE WS-APPROVED-BY TO AUD-APPROVER
015990     MOVE TXN-FILE-ID   TO AUD-FILE-ID
016000     MOVE TXN-FUNCTION  TO AUD-FUNCTION
016010     MOVE TXN-CITY-CODE TO AUD-CITY-CODE
016020     IF TXN-FILE-ID = 'N' OR TXN-FILE-ID = 'B'
016030         MOVE TXN-MONTH TO AUD-MONTH
016040     ELSE
016050         MOVE SPACES    TO AUD-MONTH
016060     END-IF
016070     WRITE AUD-RECORD.
016080 2700-EXIT.
016090     EXIT.
016100*
016110 2800-WRITE-PRINT-LINE.
016120*    WRITES ONE EDIT-REPORT LINE, HEADING A NEW PAGE FIRST
016130*    WHEN THE CURRENT PAGE IS FULL.
016140     IF WS-LINE-COUNT = ZERO
016150         PERFORM 2810-PRINT-PAGE-HEADER THRU 2810-EXIT
016160     END-IF
016170     WRITE ER-PRINT-LINE
016180         AFTER ADVANCING 1 LINE
016190     ADD 1 TO WS-LINE-COUNT
016200     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
016210         MOVE ZERO TO WS-LINE-COUNT
016220     END-IF.
016230 2800-EXIT.
016240     EXIT.
016250*
016260 2810-PRINT-PAGE-HEADER.
016270*    STARTS A NEW PAGE: TITLE, RUN DATE/PAGE NUMBER, A BLANK
016280*    LINE, AND THE COLUMN HEADINGS.  THE LINE BEING PRINTED
016290*    IS PRESERVED AROUND THE HEADER WRITES.
016300     ADD 1 TO WS-PAGE-NO
016310     MOVE ER-PRINT-LINE TO WS-SAVE-LINE
016320     WRITE ER-PRINT-LINE FROM WS-TITLE-LINE
016330         AFTER ADVANCING PAGE
016340     MOVE WS-RUN-DATE TO WS-DL-RUN-DATE
016350     MOVE WS-PAGE-NO  TO WS-DL-PAGE-NO
016360     WRITE ER-PRINT-LINE FROM WS-DATE-LINE
016370         AFTER ADVANCING 1 LINE
016380     WRITE ER-PRINT-LINE FROM WS-BLANK-LINE
016390         AFTER ADVANCING 1 LINE
016400     WRITE ER-PRINT-LINE FROM WS-COLUMN-HDR-LINE
016410         AFTER ADVANCING 1 LINE
016420     MOVE WS-SAVE-LINE TO ER-PRINT-LINE.
016430 2810-EXIT.
016440     EXIT.
016450*
016460 3000-REWRITE-MASTER.
016470*    WRITES THE SURVIVING CITY TABLE ENTRIES BACK OVER THE
016480*    CITY MASTER FILE - DELETED ENTRIES ARE LEFT OUT, WHICH
016490*    IS WHAT DELETES THEM.  A MASTER THAT OVERFLOWED THE
016500*    TABLE IS LEFT EXACTLY AS IT WAS.
016510     IF WS-MSTR-OVERFLOW
016520         DISPLAY 'CITY MASTER NOT REWRITTEN - TABLE FULL'
016530         GO TO 3000-EXIT
016540     END-IF
016550     OPEN OUTPUT CITY-MASTER-FILE
016560     PERFORM 3100-WRITE-ONE-MASTER THRU 3100-EXIT
016570         VARYING WS-CITY-SUB FROM 1 BY 1
016580         UNTIL WS-CITY-SUB > WS-CITY-COUNT
016590     CLOSE CITY-MASTER-FILE.
016600 3000-EXIT.
016610     EXIT.
016620*
016630 3100-WRITE-ONE-MASTER.
016640*    WRITES ONE RETAINED CITY TABLE ENTRY TO THE MASTER.
016650     IF MC-DELETED (WS-CITY-SUB)
016660         GO TO 3100-EXIT
016670     END-IF
016680     MOVE MC-CITY-CODE (WS-CITY-SUB) TO CM-CITY-CODE
016690     MOVE MC-CITY-NAME (WS-CITY-SUB) TO CM-CITY-NAME
016700     MOVE MC-REGION-CODE (WS-CITY-SUB) TO CM-REGION-CODE
016710     MOVE MC-IN-SERVICE-DATE (WS-CITY-SUB)
016720         TO CM-IN-SERVICE-DATE
016730     MOVE MC-OUT-SERVICE-DATE (WS-CITY-SUB)
016740         TO CM-OUT-SERVICE-DATE
016750     MOVE MC-RELOCATED-DATE (WS-CITY-SUB)
016760         TO CM-RELOCATED-DATE
016770     WRITE CM-RECORD
016780     ADD 1 TO WS-MASTERS-WRITTEN.
016790 3100-EXIT.
016800     EXIT.
016810*
016820 4000-TERMINATE.
016830*    PRINTS THE RUN TOTALS ON THE EDIT REPORT, CLOSES THE
016840*    DATASETS, AND ENDS RC=4 WHEN ANY TRANSACTION WAS REJECTED
016850*    OR ANY HELD CHANGE EXPIRED, SO THE SCHEDULER FLAGS THE
016860*    DECK FOR ATTENTION.  AFTER A BAD PARM NOTHING WAS OPENED
016870*    AND THE RUN JUST ENDS RC=8, AS IT DOES WHEN THE MASTER
016880*    OVERFLOWED THE CITY TABLE AND WAS NOT REWRITTEN.
016890     IF WS-PARM-ERROR
016900         STOP RUN
016910     END-IF
016920     MOVE WS-BLANK-LINE TO ER-PRINT-LINE
016930     PERFORM 2800-WRITE-PRINT-LINE THRU 2800-EXIT
016940     MOVE 'TRANSACTIONS READ.....: ' TO WS-TL-LABEL
016950     MOVE WS-TXNS-READ TO WS-TL-COUNT
016960     MOVE WS-TOTAL-LINE TO ER-PRINT-LINE
016970     PERFORM 2800-WRITE-PRINT-LINE THRU 2800-EXIT
016980     MOVE 'TRANSACTIONS APPLIED..: ' TO WS-TL-LABEL
016990     MOVE WS-TXNS-APPLIED TO WS-TL-COUNT
017000     MOVE WS-TOTAL-LINE TO ER-PRINT-LINE
017010     PERFORM 2800-WRITE-PRINT-LINE THRU 2800-EXIT
017020     MOVE 'TRANSACTIONS REJECTED.: ' TO WS-TL-LABEL
017030     MOVE WS-TXNS-REJECTED TO WS-TL-COUNT
017040     MOVE WS-TOTAL-LINE TO ER-PRINT-LINE
017050     PERFORM 2800-WRITE-PRINT-LINE THRU 2800-EXIT
017060     MOVE 'HELD FOR APPROVAL.....: ' TO WS-TL-LABEL
017070     MOVE WS-TXNS-HELD TO WS-TL-COUNT
017080     MOVE WS-TOTAL-LINE TO ER-PRINT-LINE
017090     PERFORM 2800-WRITE-PRINT-LINE THRU 2800-EXIT
017100     MOVE 'HELD CHANGES APPROVED.: ' TO WS-TL-LABEL
017110     MOVE WS-HELD-APPROVED TO WS-TL-COUNT
017120     MOVE WS-TOTAL-LINE TO ER-PRINT-LINE
017130     PERFORM 2800-WRITE-PRINT-LINE THRU 2800-EXIT
017140     MOVE 'HELD CHANGES CANCELED.: ' TO WS-TL-LABEL
017150     MOVE WS-HELD-CANCELED TO WS-TL-COUNT
017160     MOVE WS-TOTAL-LINE TO ER-PRINT-LINE
017170     PERFORM 2800-WRITE-PRINT-LINE THRU 2800-EXIT
017180     MOVE 'HELD CHANGES EXPIRED..: ' TO WS-TL-LABEL
017190     MOVE WS-HELD-EXPIRED TO WS-TL-COUNT
017200     MOVE WS-TOTAL-LINE TO ER-PRINT-LINE
017210     PERFORM 2800-WRITE-PRINT-LINE THRU 2800-EXIT
017220     MOVE 'CITIES ON NEW MASTER..: ' TO WS-TL-LABEL
017230     MOVE WS-MASTERS-WRITTEN TO WS-TL-COUNT
017240     MOVE WS-TOTAL-LINE TO ER-PRINT-LINE
017250     PERFORM 2800-WRITE-PRINT-LINE THRU 2800-EXIT
017260     CLOSE MAINT-TXN-FILE
017270     CLOSE CITY-NORMALS-FILE
017280     CLOSE REGION-BUDGET-FILE
017290     CLOSE HELD-CHANGE-FILE
017300     CLOSE MAINT-AUDIT-FILE
017310     CLOSE EDIT-REPORT-FILE
017320     IF WS-TXNS-REJECTED > ZERO
017330             OR WS-HELD-EXPIRED > ZERO
017340         MOVE 4 TO RETURN-CODE
017350     END-IF
017360     IF WS-MSTR-OVERFLOW
017370         MOVE 8 TO RETURN-CODE
017380     END-IF
017390     STOP RUN.
017400 4000-EXIT.
017410     EXIT.
017420 END PROGRAM CITYMNT.

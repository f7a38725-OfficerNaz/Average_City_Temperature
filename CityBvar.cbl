000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CITYBVAR.
000120 AUTHOR. NAZ SASSINE.
000130 INSTALLATION. DESKTOP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160 SECURITY. NONE.
000170*
000180*    MODIFICATION HISTORY
000190*    --------------------
000200*    2026-10-15  NS  FIRST VERSION.  REGIONAL DEGREE-DAY BUDGET
000210*                     VARIANCE FOR THE MONTHLY FINANCE REVIEW.
000220*                     ROLLS CITYHIST (AND THE OPTIONAL HISTARCH
000230*                     GENERATIONS) UP BY REGION AND MONTH THE
000240*                     SAME WAY CITYRGN DOES AND SETS THE ACTUAL
000250*                     HEATING AND COOLING DEGREE-DAYS AGAINST
000260*                     THE CITYBUDG BUDGET CITYMNT MAINTAINS:
000270*                     DEGREE-DAY VARIANCE, COST VARIANCE AT THE
000280*                     CONTRACTED COST PER DEGREE-DAY, FOR THE
000290*                     MONTH, THE CALENDAR YEAR TO DATE AND THE
000300*                     JULY-THROUGH-JUNE HEATING SEASON TO DATE.
000310*                     PARM='YYYYMM' OR 'YYYYMM,PP', DEFAULT THE
000320*                     MONTH BEFORE THE RUN DATE AND A 10 PER
000330*                     CENT THRESHOLD.  ANY ROW WHOSE VARIANCE
000340*                     PASSES THE THRESHOLD IS FLAGGED FOR REVIEW.
000350*                     REPLACES THE UNRECONCILED SPREADSHEET.
000360*                     READ ONLY.
000370*    2026-10-15  NS  THE REGION TABLE NOW HOLDS 100 REGIONS AND
000380*                     THE REGION SUBSCRIPTS ARE WIDENED TO MATCH.
000390*                     MEMBER RESEQUENCED.
000400*    2026-10-15  NS  A HISTORY RECORD IS FILED UNDER ITS READING
000410*                     MONTH, THE MONTH BEFORE ITS RUN DATE, SO
000420*                     EACH BUDGET MONTH MEETS ITS OWN ACTUALS.
000430*                     MEMBER RESEQUENCED.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT REGION-BUDGET-FILE ASSIGN TO CITYBUDG
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS BUD-KEY
000520         FILE STATUS IS WS-BUDG-STATUS.
000530     SELECT CITY-HISTORY-FILE ASSIGN TO CITYHIST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS HIST-KEY
000570         FILE STATUS IS WS-HIST-STATUS.
000580     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HISTARCH
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-ARCH-STATUS.
000610     SELECT VARIANCE-REPORT-FILE ASSIGN TO CITYBVRR
000620         ORGANIZATION IS SEQUENTIAL.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  REGION-BUDGET-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY BUDREC.
000690*
000700 FD  CITY-HISTORY-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY HISTREC.
000730*
000740 FD  HISTORY-ARCHIVE-FILE
000750     LABEL RECORDS ARE STANDARD.
000760 01  ARCH-RECORD                 PIC X(91).
000770*
000780 FD  VARIANCE-REPORT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  BV-PRINT-LINE               PIC X(80).
000810*
000820 WORKING-STORAGE SECTION.
000830 01  WS-BUDG-STATUS              PIC X(02) VALUE '00'.
000840 01  WS-HIST-STATUS              PIC X(02) VALUE '00'.
000850 01  WS-ARCH-STATUS              PIC X(02) VALUE '00'.
000860 01  WS-PARM-ERROR-SWITCH        PIC X(01) VALUE 'N'.
000870     88  WS-PARM-ERROR             VALUE 'Y'.
000880 01  WS-BUDG-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000890     88  WS-BUDG-OPEN              VALUE 'Y'.
000900 01  WS-HIST-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000910     88  WS-HIST-OPEN              VALUE 'Y'.
000920 01  WS-ARCH-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000930     88  WS-ARCH-OPEN              VALUE 'Y'.
000940 01  WS-BUDG-EOF-SWITCH          PIC X(01) VALUE 'N'.
000950     88  WS-BUDG-EOF               VALUE 'Y'.
000960 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
000970     88  WS-HIST-EOF               VALUE 'Y'.
000980 01  WS-ARCH-EOF-SWITCH          PIC X(01) VALUE 'N'.
000990     88  WS-ARCH-EOF               VALUE 'Y'.
001000 01  WS-REGION-FOUND-SWITCH      PIC X(01) VALUE 'N'.
001010     88  WS-REGION-FOUND           VALUE 'Y'.
001020 01  WS-IN-WINDOW-SWITCH         PIC X(01) VALUE 'N'.
001030     88  WS-IN-WINDOW              VALUE 'Y'.
001040 01  WS-REGION-FLAGGED-SWITCH    PIC X(01) VALUE 'N'.
001050     88  WS-REGION-FLAGGED         VALUE 'Y'.
001060 01  WS-RUN-DATE                 PIC X(08).
001070 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001080     05  WS-RUN-YEAR             PIC 9(04).
001090     05  WS-RUN-MONTH            PIC 9(02).
001100     05  WS-RUN-DAY              PIC 9(02).
001110 01  WS-REQ-PERIOD.
001120     05  WS-REQ-YEAR             PIC 9(04).
001130     05  WS-REQ-MONTH            PIC 9(02).
001140 01  WS-REQ-PERIOD-X REDEFINES WS-REQ-PERIOD
001150                                 PIC X(06).
001160*    THE AGREED FINANCE-REVIEW THRESHOLD: A ROW WHOSE DEGREE-
001170*    DAY VARIANCE IS MORE THAN THIS PER CENT OF ITS BUDGET,
001180*    EITHER WAY, IS FLAGGED.  PARM 'YYYYMM,PP' OVERRIDES IT.
001190 01  WS-THRESHOLD-PCT            PIC 9(02) VALUE 10.
001200 01  WS-THRESHOLD-X              PIC X(02).
001210 01  WS-THRESHOLD-N REDEFINES WS-THRESHOLD-X
001220                                 PIC 9(02).
001230*    THE WINDOW OF MONTHS THE REPORT NEEDS RUNS FROM WHICHEVER
001240*    COMES FIRST OF JANUARY OF THE REPORT YEAR AND THE JULY
001250*    THE HEATING SEASON STARTED, THROUGH THE REPORT MONTH -
001260*    NEVER MORE THAN TWELVE MONTHS.  EACH MONTH IS A SLOT
001270*    NUMBERED FROM THE START OF THE WINDOW.
001280 01  WS-WINDOW-START.
001290     05  WS-WIN-YEAR             PIC 9(04).
001300     05  WS-WIN-MONTH            PIC 9(02).
001310 01  WS-SLOT-PERIOD.
001320     05  WS-SLOT-YEAR            PIC 9(04).
001330     05  WS-SLOT-MONTH           PIC 9(02).
001340 01  WS-SLOT-PERIOD-X REDEFINES WS-SLOT-PERIOD
001350                                 PIC X(06).
001360 01  WS-SLOT-CALC                PIC S9(05) COMP VALUE ZERO.
001370 01  WS-SLOT-SUB                 PIC 9(02) COMP VALUE ZERO.
001380 01  WS-REPORT-SLOT              PIC 9(02) COMP VALUE ZERO.
001390*    ONE ROW PER REGION, EACH HOLDING ITS TWELVE MONTH SLOTS -
001400*    THE ACTUAL DEGREE-DAYS SUMMED OVER THE REGION'S CITIES
001410*    (THE CITYRGN TOTAL) AND THE BUDGET FOR THE SAME MONTH.
001420*    THE BUDGET CLUSTER IS READ FIRST, IN KEY ORDER, SO THE
001430*    BUDGETED REGIONS FILE IN REGION ORDER; A REGION WITH
001440*    HISTORY BUT NO BUDGET AT ALL FILES AFTER THEM.
001450 01  WS-MAX-REGIONS              PIC 9(03) COMP VALUE 100.
001460 01  WS-REGION-COUNT             PIC 9(03) COMP VALUE ZERO.
001470 01  BUDGET-REGION-TABLE.
001480     05  BR-ENTRY OCCURS 1 TO 100 TIMES
001490             DEPENDING ON WS-REGION-COUNT.
001500         10  BR-REGION-CODE      PIC X(03).
001510         10  BR-SLOT OCCURS 12 TIMES.
001520             15  BR-ACTUAL-SWITCH PIC X(01).
001530                 88  BR-HAS-ACTUAL  VALUE 'Y'.
001540             15  BR-BUDGET-SWITCH PIC X(01).
001550                 88  BR-HAS-BUDGET  VALUE 'Y'.
001560             15  BR-CITY-COUNT    PIC 9(03).
001570             15  BR-ACT-HDD       PIC 9(06)V9.
001580             15  BR-ACT-CDD       PIC 9(06)V9.
001590             15  BR-BUD-HDD       PIC 9(06)V9.
001600             15  BR-BUD-CDD       PIC 9(06)V9.
001610             15  BR-COST-PER-DD   PIC 9(03)V99.
001620 01  WS-REGION-SUB               PIC 9(04) COMP VALUE ZERO.
001630 01  WS-SCAN-SUB                 PIC 9(04) COMP VALUE ZERO.
001640 01  WS-KEY-REGION               PIC X(03).
001650*    THE THREE REPORTING PERIODS FOR THE REGION BEING PRINTED:
001660*    THE MONTH, THE CALENDAR YEAR TO DATE AND THE HEATING
001670*    SEASON TO DATE.  ONLY MONTHS WITH BOTH AN ACTUAL AND A
001680*    BUDGET ARE COMPARED; THE COST VARIANCE IS PRICED MONTH
001690*    BY MONTH AT THAT MONTH'S CONTRACTED COST.
001700 01  PERIOD-TABLE.
001710     05  PT-ENTRY OCCURS 3 TIMES.
001720         10  PT-LABEL            PIC X(06).
001730         10  PT-FIRST-SLOT       PIC 9(02) COMP.
001740         10  PT-MONTHS           PIC 9(02).
001750         10  PT-ACT-HDD          PIC 9(07)V9.
001760         10  PT-ACT-CDD          PIC 9(07)V9.
001770         10  PT-BUD-HDD          PIC 9(07)V9.
001780         10  PT-BUD-CDD          PIC 9(07)V9.
001790         10  PT-COST-VAR-HDD     PIC S9(09)V99
001800             SIGN LEADING SEPARATE.
001810         10  PT-COST-VAR-CDD     PIC S9(09)V99
001820             SIGN LEADING SEPARATE.
001830 01  WS-PERIOD-SUB               PIC 9(01) COMP VALUE ZERO.
001840 01  WS-NO-BUDGET-MONTHS         PIC 9(02) VALUE ZERO.
001850 01  WS-NO-ACTUAL-MONTHS         PIC 9(02) VALUE ZERO.
001860 01  WS-SLOT-COST-HDD            PIC S9(09)V99
001870         SIGN LEADING SEPARATE.
001880 01  WS-SLOT-COST-CDD            PIC S9(09)V99
001890         SIGN LEADING SEPARATE.
001900*    ONE PRINTED ROW - A PERIOD AND ONE OF ITS TWO MEASURES.
001910 01  WS-ROW-MEASURE              PIC X(03).
001920 01  WS-ROW-ACTUAL               PIC 9(07)V9.
001930 01  WS-ROW-BUDGET               PIC 9(07)V9.
001940 01  WS-ROW-COST-VAR             PIC S9(09)V99
001950         SIGN LEADING SEPARATE.
001960 01  WS-ROW-VARIANCE             PIC S9(07)V9
001970         SIGN LEADING SEPARATE.
001980 01  WS-ROW-PCT                  PIC S9(06)V9
001990         SIGN LEADING SEPARATE.
002000 01  WS-ROW-ABS-PCT              PIC 9(06)V9.
002010*    RUN TOTALS.
002020 01  WS-BUDGETS-READ             PIC 9(05) COMP VALUE ZERO.
002030 01  WS-HISTORY-READ             PIC 9(07) COMP VALUE ZERO.
002040 01  WS-REGIONS-REPORTED         PIC 9(03) COMP VALUE ZERO.
002050 01  WS-REGIONS-FLAGGED          PIC 9(03) COMP VALUE ZERO.
002060 01  WS-ROWS-FLAGGED             PIC 9(04) COMP VALUE ZERO.
002070 01  WS-MONTHS-NOT-COMPARED      PIC 9(04) COMP VALUE ZERO.
002080 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
002090 01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
002100 01  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002110 01  WS-SAVE-LINE                PIC X(80).
002120 01  WS-TITLE-LINE.
002130     05  FILLER PIC X(80) VALUE
002140        'REGIONAL DEGREE-DAY BUDGET VARIANCE - CITYHIST ACTUALS A
002150-    'GAINST CITYBUDG'.
002160 01  WS-REQUEST-LINE.
002170     05  FILLER                  PIC X(07) VALUE 'MONTH: '.
002180     05  WS-RQ-PERIOD             PIC X(06).
002190     05  FILLER                  PIC X(13) VALUE
002200        '  THRESHOLD: '.
002210     05  WS-RQ-THRESHOLD          PIC Z9.
002220     05  FILLER                  PIC X(01) VALUE '%'.
002230     05  FILLER                  PIC X(12) VALUE
002240        '  RUN DATE: '.
002250     05  WS-RQ-RUN-DATE           PIC X(08).
002260     05  FILLER                  PIC X(04) VALUE SPACES.
002270     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
002280     05  WS-RQ-PAGE-NO            PIC ZZZ9.
002290     05  FILLER                  PIC X(17) VALUE SPACES.
002300 01  WS-BLANK-LINE.
002310     05  FILLER                  PIC X(80) VALUE SPACES.
002320 01  WS-COLUMN-HDR-LINE.
002330     05  FILLER                  PIC X(80) VALUE
002340        'RGN  PERIOD MO  DD     ACTUAL    BUDGET   VARIANCE    VA
002350-    'R%     COST VAR FLAG'.
002360 01  WS-DETAIL-LINE.
002370     05  WS-DL-REGION             PIC X(03).
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390     05  WS-DL-PERIOD             PIC X(06).
002400     05  FILLER                  PIC X(01) VALUE SPACES.
002410     05  WS-DL-MONTHS             PIC Z9.
002420     05  FILLER                  PIC X(02) VALUE SPACES.
002430     05  WS-DL-MEASURE            PIC X(03).
002440     05  FILLER                  PIC X(01) VALUE SPACES.
002450     05  WS-DL-ACTUAL             PIC ZZZZZZ9.9.
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  WS-DL-BUDGET             PIC ZZZZZZ9.9.
002480     05  FILLER                  PIC X(01) VALUE SPACES.
002490     05  WS-DL-VARIANCE           PIC -ZZZZZZ9.9.
002500     05  FILLER                  PIC X(01) VALUE SPACES.
002510     05  WS-DL-PCT                PIC -ZZZ9.9.
002520*    THE PER CENT COLUMN IS BLANKED WHEN NOTHING WAS BUDGETED.
002530     05  WS-DL-PCT-X REDEFINES WS-DL-PCT
002540                                 PIC X(07).
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  WS-DL-COST-VAR           PIC -ZZZZZZZ9.99.
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  WS-DL-FLAG               PIC X(06).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600 01  WS-NOTE-LINE.
002610     05  WS-NL-REGION             PIC X(03).
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  FILLER                  PIC X(26) VALUE
002640        'NOT COMPARED - NO BUDGET: '.
002650     05  WS-NL-NO-BUDGET          PIC Z9.
002660     05  FILLER                  PIC X(18) VALUE
002670        ' MTH  NO ACTUALS: '.
002680     05  WS-NL-NO-ACTUAL          PIC Z9.
002690     05  FILLER                  PIC X(27) VALUE ' MTH'.
002700 01  WS-NONE-LINE.
002710     05  FILLER                  PIC X(80) VALUE
002720        'NO BUDGET OR HISTORY FOUND FOR THE REPORTING WINDOW'.
002730 01  WS-TOTAL-LINE.
002740     05  FILLER                  PIC X(19) VALUE
002750        'REGIONS REPORTED: '.
002760     05  WS-TL-REPORTED           PIC ZZ9.
002770     05  FILLER                  PIC X(12) VALUE
002780        '  FLAGGED: '.
002790     05  WS-TL-FLAGGED            PIC ZZ9.
002800     05  FILLER                  PIC X(23) VALUE
002810        '  MONTHS NOT COMPARED: '.
002820     05  WS-TL-NOT-COMPARED       PIC ZZZ9.
002830     05  FILLER                  PIC X(16) VALUE SPACES.
002840*
002850 LINKAGE SECTION.
002860 01  PARM-DATA.
002870     05  PARM-LENGTH             PIC S9(04) COMP.
002880     05  PARM-TEXT               PIC X(09).
002890*
002900 PROCEDURE DIVISION USING PARM-DATA.
002910 0000-MAINLINE.
002920*    TOP LEVEL FLOW OF CONTROL FOR THE BUDGET VARIANCE RUN.
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002940     IF NOT WS-PARM-ERROR
002950         PERFORM 2000-LOAD-ONE-BUDGET THRU 2000-EXIT
002960             UNTIL WS-BUDG-EOF
002970         PERFORM 2100-LOAD-ALL-HISTORY THRU 2100-EXIT
002980         PERFORM 2500-REPORT-ONE-REGION THRU 2500-EXIT
002990             VARYING WS-REGION-SUB FROM 1 BY 1
003000             UNTIL WS-REGION-SUB > WS-REGION-COUNT
003010     END-IF
003020     PERFORM 3000-TERMINATE THRU 3000-EXIT
003030     GO TO 0000-EXIT.
003040 0000-EXIT.
003050     EXIT.
003060*
003070 1000-INITIALIZE.
003080*    PARSES THE PARM, SETS THE WINDOW OF MONTHS AND OPENS THE
003090*    DATASETS.  THE BUDGET CLUSTER IS THE WHOLE POINT AND MUST
003100*    OPEN; A MISSING HISTORY CLUSTER OR ARCHIVE JUST MEANS
003110*    THAT SOURCE CONTRIBUTES NOTHING, AS IN CITYRGN.
003120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003130     OPEN OUTPUT VARIANCE-REPORT-FILE
003140     PERFORM 1100-PARSE-REQUEST THRU 1100-EXIT
003150     IF WS-PARM-ERROR
003160         GO TO 1000-EXIT
003170     END-IF
003180     PERFORM 1200-SET-WINDOW THRU 1200-EXIT
003190     OPEN INPUT REGION-BUDGET-FILE
003200     IF WS-BUDG-STATUS NOT = '00'
003210         DISPLAY 'REGION BUDGET FILE NOT AVAILABLE - STATUS '
003220             WS-BUDG-STATUS
003230         SET WS-PARM-ERROR TO TRUE
003240         MOVE 8 TO RETURN-CODE
003250         GO TO 1000-EXIT
003260     END-IF
003270     SET WS-BUDG-OPEN TO TRUE
003280     OPEN INPUT CITY-HISTORY-FILE
003290     IF WS-HIST-STATUS = '00'
003300         SET WS-HIST-OPEN TO TRUE
003310     ELSE
003320         DISPLAY 'CITY HISTORY FILE NOT AVAILABLE - STATUS '
003330             WS-HIST-STATUS
003340     END-IF
003350     OPEN INPUT HISTORY-ARCHIVE-FILE
003360     IF WS-ARCH-STATUS = '00'
003370         SET WS-ARCH-OPEN TO TRUE
003380     ELSE
003390         DISPLAY 'HISTORY ARCHIVE NOT PRESENT - STATUS '
003400             WS-ARCH-STATUS
003410         DISPLAY 'ACTUALS COVER THE ONLINE WINDOW ONLY'
003420     END-IF
003430     MOVE WS-COLUMN-HDR-LINE TO BV-PRINT-LINE
003440     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
003450 1000-EXIT.
003460     EXIT.
003470*
003480 1100-PARSE-REQUEST.
003490*    NO PARM MEANS THE MONTH BEFORE THE RUN DATE - THE LAST
003500*    MONTH CITYCLOS HAS CLOSED - AT THE AGREED THRESHOLD;
003510*    OTHERWISE PARM='YYYYMM' OR PARM='YYYYMM,PP'.
003520     IF PARM-LENGTH = ZERO
003530         MOVE WS-RUN-YEAR  TO WS-REQ-YEAR
003540         MOVE WS-RUN-MONTH TO WS-REQ-MONTH
003550         IF WS-REQ-MONTH = 1
003560             MOVE 12 TO WS-REQ-MONTH
003570             SUBTRACT 1 FROM WS-REQ-YEAR
003580         ELSE
003590             SUBTRACT 1 FROM WS-REQ-MONTH
003600         END-IF
003610         GO TO 1100-EXIT
003620     END-IF
003630     IF PARM-LENGTH NOT = 6 AND PARM-LENGTH NOT = 9
003640         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003650         GO TO 1100-EXIT
003660     END-IF
003670     MOVE PARM-TEXT (1:6) TO WS-REQ-PERIOD-X
003680     IF WS-REQ-YEAR NOT NUMERIC
003690             OR WS-REQ-MONTH NOT NUMERIC
003700         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003710         GO TO 1100-EXIT
003720     END-IF
003730     IF WS-REQ-MONTH < 1 OR WS-REQ-MONTH > 12
003740         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003750         GO TO 1100-EXIT
003760     END-IF
003770     IF PARM-LENGTH = 6
003780         GO TO 1100-EXIT
003790     END-IF
003800     MOVE PARM-TEXT (8:2) TO WS-THRESHOLD-X
003810     IF PARM-TEXT (7:1) NOT = ','
003820             OR WS-THRESHOLD-N NOT NUMERIC
003830             OR WS-THRESHOLD-N = ZERO
003840         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003850         GO TO 1100-EXIT
003860     END-IF
003870     MOVE WS-THRESHOLD-N TO WS-THRESHOLD-PCT.
003880 1100-EXIT.
003890     EXIT.
003900*
003910 1150-FLAG-BAD-PARM.
003920*    REPORTS AN UNUSABLE PARM.  NOTHING IS REPORTED.
003930     DISPLAY 'CITYBVAR PARM MUST BE YYYYMM OR YYYYMM,PP - GOT: '
003940         PARM-TEXT
003950     SET WS-PARM-ERROR TO TRUE
003960     MOVE 8 TO RETURN-CODE.
003970 1150-EXIT.
003980     EXIT.
003990*
004000 1200-SET-WINDOW.
004010*    SETS THE START OF THE WINDOW AND THE FIRST SLOT OF EACH
004020*    REPORTING PERIOD.  FROM JULY ON THE SEASON STARTED THIS
004030*    YEAR AND JANUARY COMES FIRST; BEFORE JULY THE SEASON
004040*    STARTED LAST JULY AND IS THE START OF THE WINDOW.
004050     MOVE WS-REQ-YEAR TO WS-WIN-YEAR
004060     IF WS-REQ-MONTH < 7
004070         SUBTRACT 1 FROM WS-WIN-YEAR
004080         MOVE 7 TO WS-WIN-MONTH
004090     ELSE
004100         MOVE 1 TO WS-WIN-MONTH
004110     END-IF
004120     MOVE WS-REQ-PERIOD-X TO WS-SLOT-PERIOD-X
004130     PERFORM 2400-SET-SLOT THRU 2400-EXIT
004140     MOVE WS-SLOT-SUB TO WS-REPORT-SLOT
004150     MOVE 'MONTH ' TO PT-LABEL (1)
004160     MOVE WS-REPORT-SLOT TO PT-FIRST-SLOT (1)
004170     MOVE 'YTD   ' TO PT-LABEL (2)
004180     MOVE WS-REQ-YEAR TO WS-SLOT-YEAR
004190     MOVE 1 TO WS-SLOT-MONTH
004200     PERFORM 2400-SET-SLOT THRU 2400-EXIT
004210     MOVE WS-SLOT-SUB TO PT-FIRST-SLOT (2)
004220     MOVE 'SEASON' TO PT-LABEL (3)
004230     MOVE WS-REQ-YEAR TO WS-SLOT-YEAR
004240     IF WS-REQ-MONTH < 7
004250         SUBTRACT 1 FROM WS-SLOT-YEAR
004260     END-IF
004270     MOVE 7 TO WS-SLOT-MONTH
004280     PERFORM 2400-SET-SLOT THRU 2400-EXIT
004290     MOVE WS-SLOT-SUB TO PT-FIRST-SLOT (3).
004300 1200-EXIT.
004310     EXIT.
004320*
004330 2000-LOAD-ONE-BUDGET.
004340*    READS THE NEXT BUDGET RECORD AND FILES IT IN ITS REGION'S
004350*    MONTH SLOT WHEN THE MONTH FALLS IN THE WINDOW.
004360     READ REGION-BUDGET-FILE NEXT RECORD
004370         AT END
004380             MOVE 'Y' TO WS-BUDG-EOF-SWITCH
004390             GO TO 2000-EXIT
004400     END-READ
004410     ADD 1 TO WS-BUDGETS-READ
004420     MOVE BUD-YEAR-MONTH TO WS-SLOT-PERIOD-X
004430     PERFORM 2400-SET-SLOT THRU 2400-EXIT
004440     IF NOT WS-IN-WINDOW
004450         GO TO 2000-EXIT
004460     END-IF
004470     MOVE BUD-REGION-CODE TO WS-KEY-REGION
004480     PERFORM 2300-FIND-REGION THRU 2300-EXIT
004490     IF NOT WS-REGION-FOUND
004500         GO TO 2000-EXIT
004510     END-IF
004520     MOVE 'Y' TO BR-BUDGET-SWITCH (WS-REGION-SUB WS-SLOT-SUB)
004530     MOVE BUD-HEATING-DD-F
004540         TO BR-BUD-HDD (WS-REGION-SUB WS-SLOT-SUB)
004550     MOVE BUD-COOLING-DD-F
004560         TO BR-BUD-CDD (WS-REGION-SUB WS-SLOT-SUB)
004570     MOVE BUD-COST-PER-DD
004580         TO BR-COST-PER-DD (WS-REGION-SUB WS-SLOT-SUB).
004590 2000-EXIT.
004600     EXIT.
004610*
004620 2100-LOAD-ALL-HISTORY.
004630*    FOLDS EVERY HISTORY RECORD FROM BOTH SOURCES INTO THE
004640*    REGION TABLE.  ARCHIVE AND CLUSTER NEVER BOTH HOLD THE
004650*    SAME KEY - CITYARCH DELETES WHAT IT COPIES - SO EVERY
004660*    RECORD COUNTS EXACTLY ONCE.
004670     IF WS-ARCH-OPEN
004680         PERFORM 2110-LOAD-ONE-ARCHIVE-RECORD THRU 2110-EXIT
004690             UNTIL WS-ARCH-EOF
004700     END-IF
004710     IF WS-HIST-OPEN
004720         PERFORM 2150-LOAD-ONE-CLUSTER-RECORD THRU 2150-EXIT
004730             UNTIL WS-HIST-EOF
004740     END-IF.
004750 2100-EXIT.
004760     EXIT.
004770*
004780 2110-LOAD-ONE-ARCHIVE-RECORD.
004790*    READS ONE ARCHIVED HISTORY RECORD AND FOLDS IT IN.
004800     READ HISTORY-ARCHIVE-FILE INTO ARCH-RECORD
004810         AT END
004820             MOVE 'Y' TO WS-ARCH-EOF-SWITCH
004830             GO TO 2110-EXIT
004840     END-READ
004850     MOVE ARCH-RECORD TO HIST-RECORD
004860     PERFORM 2200-FILE-ONE-HISTORY THRU 2200-EXIT.
004870 2110-EXIT.
004880     EXIT.
004890*
004900 2150-LOAD-ONE-CLUSTER-RECORD.
004910*    READS THE NEXT ONLINE HISTORY RECORD AND FOLDS IT IN.
004920     READ CITY-HISTORY-FILE NEXT RECORD
004930         AT END
004940             MOVE 'Y' TO WS-HIST-EOF-SWITCH
004950             GO TO 2150-EXIT
004960     END-READ
004970     PERFORM 2200-FILE-ONE-HISTORY THRU 2200-EXIT.
004980 2150-EXIT.
004990     EXIT.
005000*
005010 2200-FILE-ONE-HISTORY.
005020*    ADDS THE CITY'S MONTH IN HIST-RECORD TO ITS REGION'S
005030*    MONTH SLOT.  THE MONTH IS THE READING MONTH - THE MONTH
005040*    BEFORE THE RUN DATE, SINCE THE NIGHTLY RUN AFTER CITYCLOS
005050*    AVERAGES THE MONTH JUST CLOSED - WHICH IS THE MONTH THE
005060*    REPORT DEFAULTS TO AND THE MONTH CITYBUDG IS KEYED BY.
005070     ADD 1 TO WS-HISTORY-READ
005080     MOVE HIST-RUN-DATE (1:6) TO WS-SLOT-PERIOD-X
005090     IF WS-SLOT-YEAR NUMERIC AND WS-SLOT-MONTH NUMERIC
005100         IF WS-SLOT-MONTH = 1
005110             MOVE 12 TO WS-SLOT-MONTH
005120             SUBTRACT 1 FROM WS-SLOT-YEAR
005130         ELSE
005140             SUBTRACT 1 FROM WS-SLOT-MONTH
005150         END-IF
005160     END-IF
005170     PERFORM 2400-SET-SLOT THRU 2400-EXIT
005180     IF NOT WS-IN-WINDOW
005190         GO TO 2200-EXIT
005200     END-IF
005210     MOVE HIST-REGION-CODE TO WS-KEY-REGION
005220     PERFORM 2300-FIND-REGION THRU 2300-EXIT
005230     IF NOT WS-REGION-FOUND
005240         GO TO 2200-EXIT
005250     END-IF
005260     MOVE 'Y' TO BR-ACTUAL-SWITCH (WS-REGION-SUB WS-SLOT-SUB)
005270     ADD 1 TO BR-CITY-COUNT (WS-REGION-SUB WS-SLOT-SUB)
005280     ADD HIST-HEATING-DD-F
005290         TO BR-ACT-HDD (WS-REGION-SUB WS-SLOT-SUB)
005300     ADD HIST-COOLING-DD-F
005310         TO BR-ACT-CDD (WS-REGION-SUB WS-SLOT-SUB).
005320 2200-EXIT.
005330     EXIT.
005340*
005350 2300-FIND-REGION.
005360*    LOOKS WS-KEY-REGION UP IN THE REGION TABLE, ADDING A ROW
005370*    WITH TWELVE EMPTY SLOTS THE FIRST TIME IT IS SEEN.
005380*    WS-REGION-FOUND SAYS WHETHER WS-REGION-SUB POINTS AT A
005390*    ROW - IT IS ONLY OFF WHEN THE TABLE IS FULL.
005400     MOVE 'N' TO WS-REGION-FOUND-SWITCH
005410     PERFORM 2310-TEST-ONE-REGION THRU 2310-EXIT
005420         VARYING WS-SCAN-SUB FROM 1 BY 1
005430         UNTIL WS-SCAN-SUB > WS-REGION-COUNT
005440             OR WS-REGION-FOUND
005450     IF WS-REGION-FOUND
005460         GO TO 2300-EXIT
005470     END-IF
005480     IF WS-REGION-COUNT >= WS-MAX-REGIONS
005490         DISPLAY 'MORE REGIONS THAN THE REGION TABLE HOLDS - '
005500             WS-KEY-REGION ' IGNORED'
005510         GO TO 2300-EXIT
005520     END-IF
005530     ADD 1 TO WS-REGION-COUNT
005540     MOVE WS-REGION-COUNT TO WS-REGION-SUB
005550     MOVE WS-KEY-REGION TO BR-REGION-CODE (WS-REGION-SUB)
005560     PERFORM 2320-CLEAR-ONE-SLOT THRU 2320-EXIT
005570         VARYING WS-SLOT-SUB FROM 1 BY 1
005580         UNTIL WS-SLOT-SUB > 12
005590     SET WS-REGION-FOUND TO TRUE.
005600 2300-EXIT.
005610     EXIT.
005620*
005630 2310-TEST-ONE-REGION.
005640*    TESTS ONE REGION ROW AGAINST WS-KEY-REGION, NOTING THE
005650*    MATCHING SUBSCRIPT.
005660     IF BR-REGION-CODE (WS-SCAN-SUB) = WS-KEY-REGION
005670         SET WS-REGION-FOUND TO TRUE
005680         MOVE WS-SCAN-SUB TO WS-REGION-SUB
005690     END-IF.
005700 2310-EXIT.
005710     EXIT.
005720*
005730 2320-CLEAR-ONE-SLOT.
005740*    EMPTIES ONE MONTH SLOT OF A NEW REGION ROW.
005750     MOVE 'N'  TO BR-ACTUAL-SWITCH (WS-REGION-SUB WS-SLOT-SUB)
005760     MOVE 'N'  TO BR-BUDGET-SWITCH (WS-REGION-SUB WS-SLOT-SUB)
005770     MOVE ZERO TO BR-CITY-COUNT (WS-REGION-SUB WS-SLOT-SUB)
005780     MOVE ZERO TO BR-ACT-HDD (WS-REGION-SUB WS-SLOT-SUB)
005790     MOVE ZERO TO BR-ACT-CDD (WS-REGION-SUB WS-SLOT-SUB)
005800     MOVE ZERO TO BR-BUD-HDD (WS-REGION-SUB WS-SLOT-SUB)
005810     MOVE ZERO TO BR-BUD-CDD (WS-REGION-SUB WS-SLOT-SUB)
005820     MOVE ZERO TO BR-COST-PER-DD (WS-REGION-SUB WS-SLOT-SUB).
005830 2320-EXIT.
005840     EXIT.
005850*
005860 2400-SET-SLOT.
005870*    TURNS THE YEAR AND MONTH IN WS-SLOT-PERIOD INTO A SLOT
005880*    NUMBER IN WS-SLOT-SUB.  WS-IN-WINDOW SAYS WHETHER THE
005890*    MONTH FALLS BETWEEN THE START OF THE WINDOW AND THE
005900*    REPORT MONTH; A GARBLED MONTH NEVER DOES.
005910     MOVE 'N' TO WS-IN-WINDOW-SWITCH
005920     IF WS-SLOT-YEAR NOT NUMERIC
005930             OR WS-SLOT-MONTH NOT NUMERIC
005940         GO TO 2400-EXIT
005950     END-IF
005960     COMPUTE WS-SLOT-CALC =
005970         (WS-SLOT-YEAR - WS-WIN-YEAR) * 12
005980         + WS-SLOT-MONTH - WS-WIN-MONTH + 1
005990     IF WS-SLOT-CALC < 1 OR WS-SLOT-CALC > 12
006000         GO TO 2400-EXIT
006010     END-IF
006020     MOVE WS-SLOT-CALC TO WS-SLOT-SUB
006030     IF WS-REPORT-SLOT > ZERO
006040             AND WS-SLOT-SUB > WS-REPORT-SLOT
006050         GO TO 2400-EXIT
006060     END-IF
006070     SET WS-IN-WINDOW TO TRUE.
006080 2400-EXIT.
006090     EXIT.
006100*
006110 2500-REPORT-ONE-REGION.
006120*    TOTALS ONE REGION'S COMPARED MONTHS INTO THE THREE
006130*    PERIODS AND PRINTS A HEATING AND A COOLING ROW FOR EACH
006140*    PERIOD WITH ANYTHING TO COMPARE, THEN A NOTE OF ANY
006150*    MONTHS THAT COULD NOT BE COMPARED.
006160     MOVE 'N' TO WS-REGION-FLAGGED-SWITCH
006170     MOVE ZERO TO WS-NO-BUDGET-MONTHS
006180     MOVE ZERO TO WS-NO-ACTUAL-MONTHS
006190     PERFORM 2505-CLEAR-ONE-PERIOD THRU 2505-EXIT
006200         VARYING WS-PERIOD-SUB FROM 1 BY 1
006210         UNTIL WS-PERIOD-SUB > 3
006220     PERFORM 2510-ADD-ONE-SLOT THRU 2510-EXIT
006230         VARYING WS-SLOT-SUB FROM 1 BY 1
006240         UNTIL WS-SLOT-SUB > WS-REPORT-SLOT
006250     ADD 1 TO WS-REGIONS-REPORTED
006260     PERFORM 2520-PRINT-ONE-PERIOD THRU 2520-EXIT
006270         VARYING WS-PERIOD-SUB FROM 1 BY 1
006280         UNTIL WS-PERIOD-SUB > 3
006290     IF WS-NO-BUDGET-MONTHS > ZERO
006300             OR WS-NO-ACTUAL-MONTHS > ZERO
006310         MOVE BR-REGION-CODE (WS-REGION-SUB) TO WS-NL-REGION
006320         MOVE WS-NO-BUDGET-MONTHS TO WS-NL-NO-BUDGET
006330         MOVE WS-NO-ACTUAL-MONTHS TO WS-NL-NO-ACTUAL
006340         MOVE WS-NOTE-LINE TO BV-PRINT-LINE
006350         PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
006360         ADD WS-NO-BUDGET-MONTHS TO WS-MONTHS-NOT-COMPARED
006370         ADD WS-NO-ACTUAL-MONTHS TO WS-MONTHS-NOT-COMPARED
006380     END-IF
006390     IF WS-REGION-FLAGGED
006400         ADD 1 TO WS-REGIONS-FLAGGED
006410     END-IF
006420     MOVE WS-BLANK-LINE TO BV-PRINT-LINE
006430     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
006440 2500-EXIT.
006450     EXIT.
006460*
006470 2505-CLEAR-ONE-PERIOD.
006480*    ZEROES ONE PERIOD'S TOTALS.
006490     MOVE ZERO TO PT-MONTHS (WS-PERIOD-SUB)
006500     MOVE ZERO TO PT-ACT-HDD (WS-PERIOD-SUB)
006510     MOVE ZERO TO PT-ACT-CDD (WS-PERIOD-SUB)
006520     MOVE ZERO TO PT-BUD-HDD (WS-PERIOD-SUB)
006530     MOVE ZERO TO PT-BUD-CDD (WS-PERIOD-SUB)
006540     MOVE ZERO TO PT-COST-VAR-HDD (WS-PERIOD-SUB)
006550     MOVE ZERO TO PT-COST-VAR-CDD (WS-PERIOD-SUB).
006560 2505-EXIT.
006570     EXIT.
006580*
006590 2510-ADD-ONE-SLOT.
006600*    ADDS ONE MONTH SLOT TO EVERY PERIOD IT FALLS IN, WHEN IT
006610*    HAS BOTH AN ACTUAL AND A BUDGET.  A MONTH WITH ONLY ONE
006620*    SIDE IS COUNTED FOR THE NOTE INSTEAD - SETTING ACTUALS
006630*    AGAINST A ZERO BUDGET WOULD SWAMP THE VARIANCE.  AN
006640*    EMPTY MONTH BEFORE THE REGION'S FIRST BUDGET OR HISTORY
006650*    IS NOT WORTH A NOTE.
006660     IF NOT BR-HAS-ACTUAL (WS-REGION-SUB WS-SLOT-SUB)
006670             AND NOT BR-HAS-BUDGET (WS-REGION-SUB WS-SLOT-SUB)
006680         GO TO 2510-EXIT
006690     END-IF
006700     IF NOT BR-HAS-BUDGET (WS-REGION-SUB WS-SLOT-SUB)
006710         ADD 1 TO WS-NO-BUDGET-MONTHS
006720         GO TO 2510-EXIT
006730     END-IF
006740     IF NOT BR-HAS-ACTUAL (WS-REGION-SUB WS-SLOT-SUB)
006750         ADD 1 TO WS-NO-ACTUAL-MONTHS
006760         GO TO 2510-EXIT
006770     END-IF
006780     COMPUTE WS-SLOT-COST-HDD ROUNDED =
006790         (BR-ACT-HDD (WS-REGION-SUB WS-SLOT-SUB)
006800          - BR-BUD-HDD (WS-REGION-SUB WS-SLOT-SUB))
006810         * BR-COST-PER-DD (WS-REGION-SUB WS-SLOT-SUB)
006820     COMPUTE WS-SLOT-COST-CDD ROUNDED =
006830         (BR-ACT-CDD (WS-REGION-SUB WS-SLOT-SUB)
006840          - BR-BUD-CDD (WS-REGION-SUB WS-SLOT-SUB))
006850         * BR-COST-PER-DD (WS-REGION-SUB WS-SLOT-SUB)
006860     PERFORM 2515-ADD-TO-ONE-PERIOD THRU 2515-EXIT
006870         VARYING WS-PERIOD-SUB FROM 1 BY 1
006880         UNTIL WS-PERIOD-SUB > 3.
006890 2510-EXIT.
006900     EXIT.
006910*
006920 2515-ADD-TO-ONE-PERIOD.
006930*    ADDS THE CURRENT MONTH SLOT TO ONE PERIOD WHEN THE SLOT
006940*    IS AT OR AFTER THE PERIOD'S FIRST MONTH.
006950     IF WS-SLOT-SUB < PT-FIRST-SLOT (WS-PERIOD-SUB)
006960         GO TO 2515-EXIT
006970     END-IF
006980     ADD 1 TO PT-MONTHS (WS-PERIOD-SUB)
006990     ADD BR-ACT-HDD (WS-REGION-SUB WS-SLOT-SUB)
007000         TO PT-ACT-HDD (WS-PERIOD-SUB)
007010     ADD BR-ACT-CDD (WS-REGION-SUB WS-SLOT-SUB)
007020         TO PT-ACT-CDD (WS-PERIOD-SUB)
007030     ADD BR-BUD-HDD (WS-REGION-SUB WS-SLOT-SUB)
007040         TO PT-BUD-HDD (WS-PERIOD-SUB)
007050     ADD BR-BUD-CDD (WS-REGION-SUB WS-SLOT-SUB)
007060         TO PT-BUD-CDD (WS-PERIOD-SUB)
007070     ADD WS-SLOT-COST-HDD TO PT-COST-VAR-HDD (WS-PERIOD-SUB)
007080     ADD WS-SLOT-COST-CDD TO PT-COST-VAR-CDD (WS-PERIOD-SUB).
007090 2515-EXIT.
007100     EXIT.
007110*
007120 2520-PRINT-ONE-PERIOD.
007130*    PRINTS THE HEATING AND COOLING ROWS FOR ONE PERIOD.  A
007140*    PERIOD WITH NO COMPARED MONTH PRINTS NOTHING.
007150     IF PT-MONTHS (WS-PERIOD-SUB) = ZERO
007160         GO TO 2520-EXIT
007170     END-IF
007180     MOVE 'HDD' TO WS-ROW-MEASURE
007190     MOVE PT-ACT-HDD (WS-PERIOD-SUB)      TO WS-ROW-ACTUAL
007200     MOVE PT-BUD-HDD (WS-PERIOD-SUB)      TO WS-ROW-BUDGET
007210     MOVE PT-COST-VAR-HDD (WS-PERIOD-SUB) TO WS-ROW-COST-VAR
007220     PERFORM 2530-PRINT-ONE-ROW THRU 2530-EXIT
007230     MOVE 'CDD' TO WS-ROW-MEASURE
007240     MOVE PT-ACT-CDD (WS-PERIOD-SUB)      TO WS-ROW-ACTUAL
007250     MOVE PT-BUD-CDD (WS-PERIOD-SUB)      TO WS-ROW-BUDGET
007260     MOVE PT-COST-VAR-CDD (WS-PERIOD-SUB) TO WS-ROW-COST-VAR
007270     PERFORM 2530-PRINT-ONE-ROW THRU 2530-EXIT.
007280 2520-EXIT.
007290     EXIT.
007300*
007310 2530-PRINT-ONE-ROW.
007320*    WORKS OUT THE ROW'S VARIANCE (ACTUAL LESS BUDGET, SO A
007330*    COLDER OR HOTTER MONTH THAN BUDGETED IS POSITIVE) AND ITS
007340*    PER CENT OF BUDGET, FLAGS IT WHEN THE PER CENT PASSES THE
007350*    THRESHOLD EITHER WAY, AND PRINTS IT.  NOTHING BUDGETED
007360*    MEANS NO PER CENT AND NO FLAG.
007370     COMPUTE WS-ROW-VARIANCE = WS-ROW-ACTUAL - WS-ROW-BUDGET
007380     MOVE BR-REGION-CODE (WS-REGION-SUB) TO WS-DL-REGION
007390     MOVE PT-LABEL (WS-PERIOD-SUB)       TO WS-DL-PERIOD
007400     MOVE PT-MONTHS (WS-PERIOD-SUB)      TO WS-DL-MONTHS
007410     MOVE WS-ROW-MEASURE  TO WS-DL-MEASURE
007420     MOVE WS-ROW-ACTUAL   TO WS-DL-ACTUAL
007430     MOVE WS-ROW-BUDGET   TO WS-DL-BUDGET
007440     MOVE WS-ROW-VARIANCE TO WS-DL-VARIANCE
007450     MOVE WS-ROW-COST-VAR TO WS-DL-COST-VAR
007460     MOVE SPACES TO WS-DL-FLAG
007470     IF WS-ROW-BUDGET = ZERO
007480         MOVE SPACES TO WS-DL-PCT-X
007490     ELSE
007500         COMPUTE WS-ROW-PCT ROUNDED =
007510             WS-ROW-VARIANCE * 100 / WS-ROW-BUDGET
007520         IF WS-ROW-PCT < ZERO
007530             COMPUTE WS-ROW-ABS-PCT = ZERO - WS-ROW-PCT
007540         ELSE
007550             MOVE WS-ROW-PCT TO WS-ROW-ABS-PCT
007560         END-IF
007570         IF WS-ROW-ABS-PCT > 9999.9
007580             IF WS-ROW-PCT < ZERO
007590                 MOVE -9999.9 TO WS-ROW-PCT
007600             ELSE
007610                 MOVE 9999.9 TO WS-ROW-PCT
007620             END-IF
007630         END-IF
007640         MOVE WS-ROW-PCT TO WS-DL-PCT
007650         IF WS-ROW-ABS-PCT > WS-THRESHOLD-PCT
007660             MOVE 'REVIEW' TO WS-DL-FLAG
007670             ADD 1 TO WS-ROWS-FLAGGED
007680             SET WS-REGION-FLAGGED TO TRUE
007690         END-IF
007700     END-IF
007710     MOVE WS-DETAIL-LINE TO BV-PRINT-LINE
007720     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
007730 2530-EXIT.
007740     EXIT.
007750*
007760 2900-WRITE-PRINT-LINE.
007770*    WRITES ONE REPORT LINE, HEADING A NEW PAGE FIRST WHEN
007780*    THE CURRENT PAGE IS FULL.
007790     IF WS-LINE-COUNT = ZERO
007800         PERFORM 2910-PRINT-PAGE-HEADER THRU 2910-EXIT
007810     END-IF
007820     WRITE BV-PRINT-LINE
007830         AFTER ADVANCING 1 LINE
007840     ADD 1 TO WS-LINE-COUNT
007850     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007860         MOVE ZERO TO WS-LINE-COUNT
007870     END-IF.
007880 2900-EXIT.
007890     EXIT.
007900*
007910 2910-PRINT-PAGE-HEADER.
007920*    STARTS A NEW PAGE: TITLE, MONTH/THRESHOLD/PAGE LINE AND A
007930*    BLANK LINE.  THE LINE BEING PRINTED IS PRESERVED AROUND
007940*    THE HEADER WRITES.
007950     ADD 1 TO WS-PAGE-NO
007960     MOVE BV-PRINT-LINE TO WS-SAVE-LINE
007970     WRITE BV-PRINT-LINE FROM WS-TITLE-LINE
007980         AFTER ADVANCING PAGE
007990     MOVE WS-REQ-PERIOD-X  TO WS-RQ-PERIOD
008000     MOVE WS-THRESHOLD-PCT TO WS-RQ-THRESHOLD
008010     MOVE WS-RUN-DATE      TO WS-RQ-RUN-DATE
008020     MOVE WS-PAGE-NO       TO WS-RQ-PAGE-NO
008030     WRITE BV-PRINT-LINE FROM WS-REQUEST-LINE
008040         AFTER ADVANCING 1 LINE
008050     WRITE BV-PRINT-LINE FROM WS-BLANK-LINE
008060         AFTER ADVANCING 1 LINE
008070     MOVE WS-SAVE-LINE TO BV-PRINT-LINE.
008080 2910-EXIT.
008090     EXIT.
008100*
008110 3000-TERMINATE.
008120*    PRINTS THE RUN TOTALS AND CLOSES THE DATASETS.  RC=4 WHEN
008130*    ANY REGION WAS FLAGGED FOR THE FINANCE REVIEW OR ANY
008140*    MONTH COULD NOT BE COMPARED.
008150     IF NOT WS-PARM-ERROR
008160         IF WS-REGION-COUNT = ZERO
008170             MOVE WS-NONE-LINE TO BV-PRINT-LINE
008180             PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
008190         END-IF
008200         MOVE WS-REGIONS-REPORTED    TO WS-TL-REPORTED
008210         MOVE WS-REGIONS-FLAGGED     TO WS-TL-FLAGGED
008220         MOVE WS-MONTHS-NOT-COMPARED TO WS-TL-NOT-COMPARED
008230         MOVE WS-TOTAL-LINE TO BV-PRINT-LINE
008240         PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
008250     END-IF
008260     IF WS-BUDG-OPEN
008270         CLOSE REGION-BUDGET-FILE
008280     END-IF
008290     IF WS-HIST-OPEN
008300         CLOSE CITY-HISTORY-FILE
008310     END-IF
008320     IF WS-ARCH-OPEN
008330         CLOSE HISTORY-ARCHIVE-FILE
008340     END-IF
008350     CLOSE VARIANCE-REPORT-FILE
008360     DISPLAY 'BUDGET VARIANCE TOTALS'
008370     DISPLAY '  BUDGET RECORDS READ..: ' WS-BUDGETS-READ
008380     DISPLAY '  HISTORY RECORDS READ.: ' WS-HISTORY-READ
008390     DISPLAY '  REGIONS REPORTED.....: ' WS-REGIONS-REPORTED
008400     DISPLAY '  REGIONS FLAGGED......: ' WS-REGIONS-FLAGGED
008410     DISPLAY '  ROWS FLAGGED.........: ' WS-ROWS-FLAGGED
008420     DISPLAY '  MONTHS NOT COMPARED..: ' WS-MONTHS-NOT-COMPARED
008430     IF RETURN-CODE < 4
008440         IF WS-REGIONS-FLAGGED > ZERO
008450                 OR WS-MONTHS-NOT-COMPARED > ZERO
008460             MOVE 4 TO RETURN-CODE
008470         END-IF
008480     END-IF
008490     STOP RUN.
008500 3000-EXIT.
008510     EXIT.
008520 END PROGRAM CITYBVAR.

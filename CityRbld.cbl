000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CITYRBLD.
000120 AUTHOR. NAZ SASSINE.
000130 INSTALLATION. DESKTOP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160 SECURITY. NONE.
000170*
000180*    MODIFICATION HISTORY
000190*    --------------------
000200*    2026-10-15  NS  FIRST VERSION.  REBUILDS CITYHIST, CITYDAYS
000210*                     AND/OR CITYRECS FROM THE CITYRPT
000220*                     GENERATIONS AFTER A CLUSTER IS LOST OR
000230*                     RESTORED FROM AN OLD BACKUP -
000240*                     PARM='YYYYMMDD-YYYYMMDD,HDR' NAMES THE
000250*                     RUN-DATE RANGE TO REPLAY AND THE
000260*                     CLUSTERS TO REBUILD (H, D, R IN ANY
000270*                     ORDER).  THE GENERATIONS ARE SORTED INTO
000280*                     CITY AND MONTH ORDER, LATEST RUN FIRST,
000290*                     AND REPLAYED THE WAY THE NIGHTLY RUN
000300*                     BUILT THEM.  AN EMPTY CLUSTER IS LOADED
000310*                     OUTRIGHT; AN EXISTING ONE HAS ITS GAPS
000320*                     FILLED AND NOTHING ON IT IS CHANGED.  THE
000330*                     REBUILD REPORT COUNTS RECORDS RECREATED,
000340*                     ALREADY PRESENT AND MATCHING, AND PRESENT
000350*                     BUT DIFFERENT, AND LISTS EVERY ONE OF THE
000360*                     LAST FOR A DECISION.  RC=4 WHEN ANYTHING
000370*                     IS LISTED.
000380*    2026-10-15  NS  THE RELOCATED-STATION TABLE NOW HOLDS 500
000390*                     CITIES, THE SAME AS THE NIGHTLY RUN, AND ITS
000400*                     SUBSCRIPT IS WIDENED TO MATCH.  MEMBER
000410*                     RESEQUENCED.
000420*    2026-10-15  NS  A STANDING RECORD'S SET DATE IS A RUN DATE,
000430*                     SO IT IS STEPPED BACK TO ITS READING MONTH
000440*                     BEFORE THE RELOCATION TEST - A RECORD SET
000450*                     BY THE MOVE MONTH'S OWN RUN NO LONGER
000460*                     STANDS.  MEMBER RESEQUENCED.
000470*
000480 ENVIRONMENT DIVISION.
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT CITY-REPORT-FILE ASSIGN TO CITYRPT
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RPT-STATUS.
000540     SELECT CITY-HISTORY-FILE ASSIGN TO CITYHIST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS HIST-KEY
000580         FILE STATUS IS WS-HIST-STATUS.
000590     SELECT CITY-DAILY-FILE ASSIGN TO CITYDAYS
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS DAY-KEY
000630         FILE STATUS IS WS-DAYS-STATUS.
000640     SELECT CITY-RECORDS-FILE ASSIGN TO CITYRECS
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS REC-KEY
000680         FILE STATUS IS WS-RECS-STATUS.
000690     SELECT CITY-MASTER-FILE ASSIGN TO CITYMSTR
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-MSTR-STATUS.
000720     SELECT REBUILD-SORT-FILE ASSIGN TO SORTWK01.
000730     SELECT REBUILD-REPORT-FILE ASSIGN TO CITYRBLR
000740         ORGANIZATION IS SEQUENTIAL.
000750*
000760 DATA DIVISION.
000770 FILE SECTION.
000780*    THE CITYRPT GENERATIONS ARE READ AS PLAIN VARIABLE-LENGTH
000790*    IMAGES AND LAID OVER THE RPTREC LAYOUT IN WORKING
000800*    STORAGE, WHERE THE REPLAY CAN STILL SEE THEM AFTER THE
000810*    SORT HAS TAKEN THE FILE.
000820 FD  CITY-REPORT-FILE
000830     RECORD IS VARYING IN SIZE FROM 119 TO 539 CHARACTERS
000840     LABEL RECORDS ARE STANDARD.
000850 01  RI-RECORD                   PIC X(539).
000860*
000870 FD  CITY-HISTORY-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY HISTREC.
000900*
000910 FD  CITY-DAILY-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DAYREC.
000940*
000950 FD  CITY-RECORDS-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY RECSREC.
000980*
000990 FD  CITY-MASTER-FILE
001000     LABEL RECORDS ARE STANDARD.
001010     COPY CMREC.
001020*
001030*    ONE SORT RECORD PER CITYRPT RECORD IN THE RANGE: CITY,
001040*    READING MONTH AND RUN DATE UP FRONT, THE WHOLE REPORT
001050*    IMAGE BEHIND THEM.
001060 SD  REBUILD-SORT-FILE.
001070 01  SR-RECORD.
001080     05  SR-CITY-CODE            PIC X(04).
001090     05  SR-READING-PERIOD.
001100         10  SR-READING-YEAR     PIC 9(04).
001110         10  SR-READING-MONTH    PIC 9(02).
001120     05  SR-RUN-DATE             PIC X(08).
001130     05  SR-RP-IMAGE             PIC X(539).
001140*
001150 FD  REBUILD-REPORT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  RB-PRINT-LINE               PIC X(80).
001180*
001190 WORKING-STORAGE SECTION.
001200 01  WS-RPT-STATUS               PIC X(02) VALUE '00'.
001210 01  WS-HIST-STATUS              PIC X(02) VALUE '00'.
001220 01  WS-DAYS-STATUS              PIC X(02) VALUE '00'.
001230 01  WS-RECS-STATUS              PIC X(02) VALUE '00'.
001240 01  WS-MSTR-STATUS              PIC X(02) VALUE '00'.
001250*    A BAD PARM, NO CITYRPT OR A NAMED CLUSTER THAT WILL NOT
001260*    OPEN REFUSES THE WHOLE RUN BEFORE ANYTHING IS WRITTEN.
001270 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
001280     88  WS-REFUSED                VALUE 'Y'.
001290 01  WS-RPT-EOF-SWITCH           PIC X(01) VALUE 'N'.
001300     88  WS-RPT-EOF                VALUE 'Y'.
001310 01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001320     88  WS-SORT-EOF               VALUE 'Y'.
001330 01  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
001340     88  WS-MSTR-EOF               VALUE 'Y'.
001350 01  WS-RPT-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001360     88  WS-RPT-OPEN               VALUE 'Y'.
001370 01  WS-HIST-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001380     88  WS-HIST-OPEN              VALUE 'Y'.
001390 01  WS-DAYS-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001400     88  WS-DAYS-OPEN              VALUE 'Y'.
001410 01  WS-RECS-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001420     88  WS-RECS-OPEN              VALUE 'Y'.
001430*    WHICH CLUSTERS THE PARM NAMED, AND WHICH OF THEM OPENED
001440*    EMPTY - AN EMPTY CLUSTER IS LOADED WITHOUT LOOKING FOR
001450*    WHAT IS ALREADY THERE, THE SAME WAY CITYTEMP SEEDS ONE.
001460 01  WS-DO-HIST-SWITCH           PIC X(01) VALUE 'N'.
001470     88  WS-DO-HIST                VALUE 'Y'.
001480 01  WS-DO-DAYS-SWITCH           PIC X(01) VALUE 'N'.
001490     88  WS-DO-DAYS                VALUE 'Y'.
001500 01  WS-DO-RECS-SWITCH           PIC X(01) VALUE 'N'.
001510     88  WS-DO-RECS                VALUE 'Y'.
001520 01  WS-HIST-LOAD-SWITCH         PIC X(01) VALUE 'N'.
001530     88  WS-HIST-LOAD-MODE         VALUE 'Y'.
001540 01  WS-DAYS-LOAD-SWITCH         PIC X(01) VALUE 'N'.
001550     88  WS-DAYS-LOAD-MODE         VALUE 'Y'.
001560 01  WS-RECS-LOAD-SWITCH         PIC X(01) VALUE 'N'.
001570     88  WS-RECS-LOAD-MODE         VALUE 'Y'.
001580 01  WS-LATEST-SWITCH            PIC X(01) VALUE 'N'.
001590     88  WS-LATEST-GENERATION      VALUE 'Y'.
001600 01  WS-FOUND-MOVE-SWITCH        PIC X(01) VALUE 'N'.
001610     88  WS-FOUND-MOVE             VALUE 'Y'.
001620 01  WS-STANDS-SWITCH            PIC X(01) VALUE 'N'.
001630     88  WS-RECORD-STANDS          VALUE 'Y'.
001640 01  WS-RUN-DATE                 PIC X(08).
001650*    THE RUN-DATE RANGE AND CLUSTER LETTERS FROM THE PARM.
001660 01  WS-FROM-DATE                PIC X(08).
001670 01  WS-FROM-DATE-N REDEFINES WS-FROM-DATE
001680                                 PIC 9(08).
001690 01  WS-TO-DATE                  PIC X(08).
001700 01  WS-TO-DATE-N REDEFINES WS-TO-DATE
001710                                 PIC 9(08).
001720 01  WS-CLUSTER-LIST             PIC X(03) VALUE SPACES.
001730 01  WS-PARM-SUB                 PIC 9(02) COMP VALUE ZERO.
001740*    THE GENERATION BEING REPLAYED, LAID OUT AS CITYTEMP WROTE
001750*    IT.
001760     COPY RPTREC.
001770*    THE CITY, MONTH AND RUN DATE LAST REPLAYED - THE CONTROL
001780*    BREAKS.  THE FIRST RECORD FOR A CITY/MONTH IS THE LATEST
001790*    GENERATION TO CARRY IT, AND ONLY THAT ONE FEEDS CITYDAYS
001800*    AND CITYRECS - A LATER RUN OF THE SAME MONTH REPLACED
001810*    THE DAYS AN EARLIER ONE WROTE.
001820 01  WS-PREV-CITY                PIC X(04) VALUE SPACES.
001830 01  WS-PREV-PERIOD              PIC X(06) VALUE SPACES.
001840 01  WS-PREV-RUN-DATE            PIC X(08) VALUE SPACES.
001850 01  WS-CITY-NAME                PIC X(12) VALUE SPACES.
001860*    THE REBUILT HISTORY RECORD, HELD WHILE THE CLUSTER'S OWN
001870*    COPY IS READ OVER IT FOR COMPARISON.
001880 01  WS-HIST-REBUILT             PIC X(91).
001890*    ONE REBUILT CITY-DAY.  CITYRPT CARRIES NO PER-DAY
001900*    DISPOSITION: A DAY WITH ITS PAIR BLANKED WAS REJECTED,
001910*    AND ITS RAW KEYED VALUES NEVER REACHED THE GENERATION,
001920*    SO IT IS REBUILT 'R' WITH THE LOW ABOVE THE HIGH - A
001930*    PAIR THE VALIDATION ALWAYS THROWS OUT, SO A LATER
001940*    RESTATEMENT LEAVES THE DAY REJECTED UNLESS A CORRECTION
001950*    CARD SUPPLIES IT.  EVERY OTHER DAY IS REBUILT 'A'; AN
001960*    ESTIMATED DAY CANNOT BE TOLD FROM A MEASURED ONE ON THE
001970*    GENERATION, SO A MONTH THAT HAD ESTIMATES IS LISTED FOR
001980*    CHECKING WHEN ANY OF ITS DAYS IS RECREATED.
001990 01  WS-DAY-DATE-WORK.
002000     05  WS-DD-YEAR              PIC 9(04).
002010     05  WS-DD-MONTH             PIC 9(02).
002020     05  WS-DD-DAY               PIC 9(02).
002030 01  WS-DAY-DATE-WORK-X REDEFINES WS-DAY-DATE-WORK
002040                                 PIC X(08).
002050 01  WS-DAY-SUB                  PIC 9(02) COMP VALUE ZERO.
002060 01  WS-RB-LOW                   PIC S9(2)V9
002070         SIGN LEADING SEPARATE.
002080 01  WS-RB-HIGH                  PIC S9(2)V9
002090         SIGN LEADING SEPARATE.
002100 01  WS-RB-DISPOSITION           PIC X(01).
002110 01  WS-REJECT-MARK-LOW          PIC S9(2)V9
002120         SIGN LEADING SEPARATE VALUE +99.9.
002130 01  WS-REJECT-MARK-HIGH         PIC S9(2)V9
002140         SIGN LEADING SEPARATE VALUE -99.9.
002150 01  WS-MONTH-GUESSED            PIC 9(02) COMP VALUE ZERO.
002160*    THE SEVEN STANDING-RECORD TYPES AND WHICH WAY EACH
002170*    BREAKS, AS CITYTEMP CHECKS THEM.
002180 01  WS-REC-TYPE-VALUES.
002190     05  FILLER                  PIC X(03) VALUE 'HAH'.
002200     05  FILLER                  PIC X(03) VALUE 'CAL'.
002210     05  FILLER                  PIC X(03) VALUE 'HDH'.
002220     05  FILLER                  PIC X(03) VALUE 'LOL'.
002230     05  FILLER                  PIC X(03) VALUE 'FDH'.
002240     05  FILLER                  PIC X(03) VALUE 'HHH'.
002250     05  FILLER                  PIC X(03) VALUE 'HCH'.
002260 01  WS-REC-TYPE-TABLE REDEFINES WS-REC-TYPE-VALUES.
002270     05  WS-RT-ENTRY OCCURS 7 TIMES.
002280         10  WS-RT-TYPE          PIC X(02).
002290         10  WS-RT-DIRECTION     PIC X(01).
002300*    THE BEST FIGURE OF EACH TYPE THE CITY'S REPLAYED MONTHS
002310*    HAVE PRODUCED SO FAR, AND THE RUN DATE THAT SET IT.  A
002320*    TIE LEAVES THE EARLIER MONTH HOLDING THE RECORD.
002330 01  REC-CANDIDATE-TABLE.
002340     05  RC-ENTRY OCCURS 7 TIMES.
002350         10  RC-FOUND-SWITCH     PIC X(01).
002360             88  RC-FOUND          VALUE 'Y'.
002370         10  RC-VALUE            PIC S9(4)V9
002380             SIGN LEADING SEPARATE.
002390         10  RC-DATE-SET         PIC X(08).
002400 01  WS-TYPE-SUB                 PIC 9(02) COMP VALUE ZERO.
002410 01  WS-REC-CANDIDATE            PIC S9(4)V9
002420         SIGN LEADING SEPARATE.
002430*    STATIONS THAT HAVE MOVED, FROM CITYMSTR.  NO MONTH UP TO
002440*    THE MOVE MONTH CAN HOLD A STANDING RECORD.
002450 01  WS-MAX-MOVES                PIC 9(03) COMP VALUE 500.
002460 01  WS-MOVE-COUNT               PIC 9(03) COMP VALUE ZERO.
002470 01  RB-MOVE-TABLE.
002480     05  RB-MOVE-ROW OCCURS 500 TIMES.
002490         10  RB-MOVE-CITY-CODE   PIC X(04).
002500         10  RB-MOVE-PERIOD      PIC 9(06).
002510 01  WS-SCAN-SUB                 PIC 9(04) COMP VALUE ZERO.
002520 01  WS-MOVED-PERIOD             PIC 9(06) VALUE ZERO.
002530 01  WS-READING-PERIOD           PIC 9(06) VALUE ZERO.
002540 01  WS-TEST-PERIOD              PIC 9(06) VALUE ZERO.
002550 01  WS-TEST-PERIOD-R REDEFINES WS-TEST-PERIOD.
002560     05  WS-TEST-YEAR            PIC 9(04).
002570     05  WS-TEST-MONTH           PIC 9(02).
002580*    RUN TOTALS.
002590 01  WS-REPORTS-READ             PIC 9(07) COMP VALUE ZERO.
002600 01  WS-REPORTS-OUT-OF-RANGE     PIC 9(07) COMP VALUE ZERO.
002610 01  WS-REPORTS-REPLAYED         PIC 9(07) COMP VALUE ZERO.
002620 01  WS-REPORTS-TWICE            PIC 9(07) COMP VALUE ZERO.
002630 01  WS-REPORTS-SUPERSEDED       PIC 9(07) COMP VALUE ZERO.
002640 01  WS-HIST-RECREATED           PIC 9(07) COMP VALUE ZERO.
002650 01  WS-HIST-MATCHED             PIC 9(07) COMP VALUE ZERO.
002660 01  WS-HIST-DIFFERENT           PIC 9(07) COMP VALUE ZERO.
002670 01  WS-DAYS-RECREATED           PIC 9(07) COMP VALUE ZERO.
002680 01  WS-DAYS-MATCHED             PIC 9(07) COMP VALUE ZERO.
002690 01  WS-DAYS-DIFFERENT           PIC 9(07) COMP VALUE ZERO.
002700 01  WS-DAYS-MONTHS-TO-CHECK     PIC 9(07) COMP VALUE ZERO.
002710 01  WS-RECS-RECREATED           PIC 9(07) COMP VALUE ZERO.
002720 01  WS-RECS-MATCHED             PIC 9(07) COMP VALUE ZERO.
002730 01  WS-RECS-DIFFERENT           PIC 9(07) COMP VALUE ZERO.
002740 01  WS-LINES-LISTED             PIC 9(07) COMP VALUE ZERO.
002750*    EDITED FIGURES FOR THE ON-FILE AND REBUILT COLUMNS.
002760 01  WS-ED-TEMP-1                PIC -ZZ9.9.
002770 01  WS-ED-TEMP-2                PIC -ZZ9.9.
002780 01  WS-ED-TEMP-3                PIC -ZZ9.9.
002790 01  WS-ED-VALUE                 PIC -ZZZ9.9.
002800 01  WS-ED-COUNT                 PIC Z9.
002810 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
002820 01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
002830 01  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
002840 01  WS-SAVE-LINE                PIC X(80).
002850 01  WS-TITLE-LINE.
002860     05  FILLER PIC X(80) VALUE
002870        'DERIVED-CLUSTER REBUILD FROM CITYRPT - RECORDS FOR DECISI
002880-    'ON'.
002890 01  WS-REQUEST-LINE.
002900     05  FILLER                  PIC X(11) VALUE 'RUN DATES: '.
002910     05  WS-RQ-FROM-DATE          PIC X(08).
002920     05  FILLER                  PIC X(04) VALUE ' TO '.
002930     05  WS-RQ-TO-DATE            PIC X(08).
002940     05  FILLER                  PIC X(12) VALUE
002950        '  CLUSTERS: '.
002960     05  WS-RQ-CLUSTERS           PIC X(03).
002970     05  FILLER                  PIC X(07) VALUE '  RUN: '.
002980     05  WS-RQ-RUN-DATE           PIC X(08).
002990     05  FILLER                  PIC X(08) VALUE '  PAGE: '.
003000     05  WS-RQ-PAGE-NO            PIC ZZZ9.
003010     05  FILLER                  PIC X(07) VALUE SPACES.
003020 01  WS-BLANK-LINE.
003030     05  FILLER                  PIC X(80) VALUE SPACES.
003040 01  WS-COLUMN-HDR-LINE.
003050     05  FILLER                  PIC X(80) VALUE
003060        'CLUSTER   CITY  KEY       ON FILE                     FRO
003070-    'M CITYRPT'.
003080 01  WS-DIFF-LINE.
003090     05  WS-DL-CLUSTER            PIC X(08).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  WS-DL-CITY-CODE          PIC X(04).
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  WS-DL-KEY                PIC X(08).
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  WS-DL-ON-FILE            PIC X(26).
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  WS-DL-REBUILT            PIC X(26).
003180 01  WS-NONE-LINE.
003190     05  FILLER PIC X(80) VALUE
003200        '    NOTHING PRESENT BUT DIFFERENT - NOTHING TO DECIDE'.
003210 01  WS-TOTAL-LINE.
003220     05  WS-TL-LABEL              PIC X(40).
003230     05  WS-TL-COUNT              PIC Z(06)9.
003240     05  FILLER                  PIC X(33) VALUE SPACES.
003250*
003260 LINKAGE SECTION.
003270 01  PARM-DATA.
003280     05  PARM-LENGTH             PIC S9(04) COMP.
003290     05  PARM-TEXT               PIC X(21).
003300*
003310 PROCEDURE DIVISION USING PARM-DATA.
003320 0000-MAINLINE.
003330*    TOP LEVEL FLOW OF CONTROL FOR THE REBUILD.  THE SORT'S
003340*    INPUT PROCEDURE PICKS THE GENERATIONS IN THE RANGE AND
003350*    ITS OUTPUT PROCEDURE REPLAYS THEM CITY BY CITY, MONTH BY
003360*    MONTH.
003370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003380     IF NOT WS-REFUSED
003390         SORT REBUILD-SORT-FILE
003400             ON ASCENDING KEY SR-CITY-CODE SR-READING-PERIOD
003410             ON DESCENDING KEY SR-RUN-DATE
003420             INPUT PROCEDURE IS 2000-SELECT-GENERATIONS
003430                 THRU 2000-EXIT
003440             OUTPUT PROCEDURE IS 2200-REPLAY-GENERATIONS
003450                 THRU 2200-EXIT
003460     END-IF
003470     PERFORM 3000-TERMINATE THRU 3000-EXIT
003480     GO TO 0000-EXIT.
003490 0000-EXIT.
003500     EXIT.
003510*
003520 1000-INITIALIZE.
003530*    PARSES THE PARM, OPENS CITYRPT AND EVERY CLUSTER NAMED,
003540*    AND LOADS THE RELOCATED STATIONS WHEN CITYRECS IS TO BE
003550*    REBUILT.
003560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003570     OPEN OUTPUT REBUILD-REPORT-FILE
003580     PERFORM 1100-PARSE-REQUEST THRU 1100-EXIT
003590     IF WS-REFUSED
003600         GO TO 1000-EXIT
003610     END-IF
003620     OPEN INPUT CITY-REPORT-FILE
003630     IF WS-RPT-STATUS NOT = '00'
003640         DISPLAY 'CITY REPORT FILE NOT AVAILABLE - STATUS '
003650             WS-RPT-STATUS
003660         SET WS-REFUSED TO TRUE
003670         MOVE 8 TO RETURN-CODE
003680         GO TO 1000-EXIT
003690     END-IF
003700     SET WS-RPT-OPEN TO TRUE
003710     IF WS-DO-HIST
003720         PERFORM 1200-OPEN-HISTORY THRU 1200-EXIT
003730     END-IF
003740     IF WS-DO-DAYS
003750         PERFORM 1210-OPEN-DAILY THRU 1210-EXIT
003760     END-IF
003770     IF WS-DO-RECS
003780         PERFORM 1220-OPEN-RECORDS THRU 1220-EXIT
003790     END-IF
003800     IF WS-REFUSED
003810         GO TO 1000-EXIT
003820     END-IF
003830     IF WS-DO-RECS
003840         OPEN INPUT CITY-MASTER-FILE
003850         IF WS-MSTR-STATUS = '00'
003860             PERFORM 1300-LOAD-ONE-MOVE THRU 1300-EXIT
003870                 UNTIL WS-MSTR-EOF
003880             CLOSE CITY-MASTER-FILE
003890         ELSE
003900             DISPLAY 'CITY MASTER NOT PRESENT - STATUS '
003910                 WS-MSTR-STATUS
003920             DISPLAY 'RELOCATIONS NOT KNOWN - ALL MONTHS USED'
003930             MOVE 4 TO RETURN-CODE
003940         END-IF
003950     END-IF
003960     MOVE WS-COLUMN-HDR-LINE TO RB-PRINT-LINE
003970     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
003980 1000-EXIT.
003990     EXIT.
004000*
004010 1100-PARSE-REQUEST.
004020*    PARSES PARM='YYYYMMDD-YYYYMMDD,HDR' - THE FIRST AND LAST
004030*    RUN DATES TO REPLAY, THEN ONE TO THREE CLUSTER LETTERS.
004040     IF PARM-LENGTH < 19 OR PARM-LENGTH > 21
004050         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
004060         GO TO 1100-EXIT
004070     END-IF
004080     MOVE PARM-TEXT (1:8)  TO WS-FROM-DATE
004090     MOVE PARM-TEXT (10:8) TO WS-TO-DATE
004100     IF PARM-TEXT (9:1) NOT = '-'
004110             OR PARM-TEXT (18:1) NOT = ','
004120             OR WS-FROM-DATE-N NOT NUMERIC
004130             OR WS-TO-DATE-N NOT NUMERIC
004140         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
004150         GO TO 1100-EXIT
004160     END-IF
004170     IF WS-FROM-DATE > WS-TO-DATE
004180         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
004190         GO TO 1100-EXIT
004200     END-IF
004210     MOVE PARM-TEXT (19:PARM-LENGTH - 18) TO WS-CLUSTER-LIST
004220     PERFORM 1160-TAKE-ONE-CLUSTER THRU 1160-EXIT
004230         VARYING WS-PARM-SUB FROM 19 BY 1
004240         UNTIL WS-PARM-SUB > PARM-LENGTH
004250             OR WS-REFUSED.
004260 1100-EXIT.
004270     EXIT.
004280*
004290 1150-FLAG-BAD-PARM.
004300*    REPORTS AN UNUSABLE PARM.  NOTHING IS REBUILT.
004310     DISPLAY 'CITYRBLD PARM MUST BE YYYYMMDD-YYYYMMDD,HDR - GOT: '
004320     DISPLAY '    ' PARM-TEXT
004330     SET WS-REFUSED TO TRUE
004340     MOVE 8 TO RETURN-CODE.
004350 1150-EXIT.
004360     EXIT.
004370*
004380 1160-TAKE-ONE-CLUSTER.
004390*    TAKES ONE CLUSTER LETTER FROM THE PARM.
004400     EVALUATE PARM-TEXT (WS-PARM-SUB:1)
004410         WHEN 'H'
004420             SET WS-DO-HIST TO TRUE
004430         WHEN 'D'
004440             SET WS-DO-DAYS TO TRUE
004450         WHEN 'R'
004460             SET WS-DO-RECS TO TRUE
004470         WHEN OTHER
004480             PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
004490     END-EVALUATE.
004500 1160-EXIT.
004510     EXIT.
004520*
004530 1200-OPEN-HISTORY.
004540*    OPENS CITYHIST TO FILL GAPS, OR - WHEN THE CLUSTER IS
004550*    DEFINED BUT EMPTY - TO LOAD IT OUTRIGHT.
004560     OPEN I-O CITY-HISTORY-FILE
004570     IF WS-HIST-STATUS = '00'
004580         SET WS-HIST-OPEN TO TRUE
004590         GO TO 1200-EXIT
004600     END-IF
004610     OPEN OUTPUT CITY-HISTORY-FILE
004620     IF WS-HIST-STATUS = '00'
004630         SET WS-HIST-OPEN TO TRUE
004640         SET WS-HIST-LOAD-MODE TO TRUE
004650         DISPLAY 'CITYHIST EMPTY - LOADING FROM CITYRPT'
004660     ELSE
004670         DISPLAY 'CITY HISTORY FILE NOT AVAILABLE - STATUS '
004680             WS-HIST-STATUS
004690         SET WS-REFUSED TO TRUE
004700         MOVE 8 TO RETURN-CODE
004710     END-IF.
004720 1200-EXIT.
004730     EXIT.
004740*
004750 1210-OPEN-DAILY.
004760*    OPENS CITYDAYS THE SAME WAY.
004770     OPEN I-O CITY-DAILY-FILE
004780     IF WS-DAYS-STATUS = '00'
004790         SET WS-DAYS-OPEN TO TRUE
004800         GO TO 1210-EXIT
004810     END-IF
004820     OPEN OUTPUT CITY-DAILY-FILE
004830     IF WS-DAYS-STATUS = '00'
004840         SET WS-DAYS-OPEN TO TRUE
004850         SET WS-DAYS-LOAD-MODE TO TRUE
004860         DISPLAY 'CITYDAYS EMPTY - LOADING FROM CITYRPT'
004870     ELSE
004880         DISPLAY 'CITY DAILY FILE NOT AVAILABLE - STATUS '
004890             WS-DAYS-STATUS
004900         SET WS-REFUSED TO TRUE
004910         MOVE 8 TO RETURN-CODE
004920     END-IF.
004930 1210-EXIT.
004940     EXIT.
004950*
004960 1220-OPEN-RECORDS.
004970*    OPENS CITYRECS THE SAME WAY.
004980     OPEN I-O CITY-RECORDS-FILE
004990     IF WS-RECS-STATUS = '00'
005000         SET WS-RECS-OPEN TO TRUE
005010         GO TO 1220-EXIT
005020     END-IF
005030     OPEN OUTPUT CITY-RECORDS-FILE
005040     IF WS-RECS-STATUS = '00'
005050         SET WS-RECS-OPEN TO TRUE
005060         SET WS-RECS-LOAD-MODE TO TRUE
005070         DISPLAY 'CITYRECS EMPTY - LOADING FROM CITYRPT'
005080     ELSE
005090         DISPLAY 'CITY RECORDS FILE NOT AVAILABLE - STATUS '
005100             WS-RECS-STATUS
005110         SET WS-REFUSED TO TRUE
005120         MOVE 8 TO RETURN-CODE
005130     END-IF.
005140 1220-EXIT.
005150     EXIT.
005160*
005170 1300-LOAD-ONE-MOVE.
005180*    READS ONE CITY MASTER RECORD AND, WHEN THE STATION HAS
005190*    MOVED, ADDS IT TO THE RELOCATION TABLE.
005200     READ CITY-MASTER-FILE
005210         AT END
005220             MOVE 'Y' TO WS-MSTR-EOF-SWITCH
005230             GO TO 1300-EXIT
005240     END-READ
005250     IF CM-RELOCATED-DATE = ZERO
005260         GO TO 1300-EXIT
005270     END-IF
005280     IF WS-MOVE-COUNT >= WS-MAX-MOVES
005290         DISPLAY 'MORE RELOCATED CITIES THAN THE TABLE HOLDS - '
005300             CM-CITY-CODE ' USES ALL ITS MONTHS'
005310         MOVE 4 TO RETURN-CODE
005320         GO TO 1300-EXIT
005330     END-IF
005340     ADD 1 TO WS-MOVE-COUNT
005350     MOVE CM-CITY-CODE TO RB-MOVE-CITY-CODE (WS-MOVE-COUNT)
005360     COMPUTE RB-MOVE-PERIOD (WS-MOVE-COUNT) =
005370         CM-RELOCATED-DATE / 100.
005380 1300-EXIT.
005390     EXIT.
005400*
005410 2000-SELECT-GENERATIONS.
005420*    SORT INPUT PROCEDURE - PASSES EVERY CITYRPT RECORD WHOSE
005430*    RUN DATE FALLS IN THE RANGE TO THE SORT.  THE JOB
005440*    CONCATENATES THE WHOLE GDG, NEWEST FIRST; THE SORT PUTS
005450*    THE GENERATIONS BACK IN ORDER.
005460     PERFORM 2100-SELECT-ONE-REPORT THRU 2100-EXIT
005470         UNTIL WS-RPT-EOF.
005480 2000-EXIT.
005490     EXIT.
005500*
005510 2100-SELECT-ONE-REPORT.
005520*    READS ONE CITYRPT RECORD AND RELEASES IT WHEN IT IS IN
005530*    THE RANGE.  THE DAY COUNT IS SET TO ITS MAXIMUM FIRST SO
005540*    THE WHOLE IMAGE LANDS WHATEVER THE LAST RECORD HELD.
005550     MOVE 31 TO RP-DAY-COUNT
005560     READ CITY-REPORT-FILE INTO RP-RECORD
005570         AT END
005580             MOVE 'Y' TO WS-RPT-EOF-SWITCH
005590             GO TO 2100-EXIT
005600     END-READ
005610     ADD 1 TO WS-REPORTS-READ
005620     IF RP-RUN-DATE < WS-FROM-DATE
005630             OR RP-RUN-DATE > WS-TO-DATE
005640         ADD 1 TO WS-REPORTS-OUT-OF-RANGE
005650         GO TO 2100-EXIT
005660     END-IF
005670     MOVE RP-CITY-CODE     TO SR-CITY-CODE
005680     MOVE RP-READING-YEAR  TO SR-READING-YEAR
005690     MOVE RP-READING-MONTH TO SR-READING-MONTH
005700     MOVE RP-RUN-DATE      TO SR-RUN-DATE
005710     MOVE RP-RECORD        TO SR-RP-IMAGE
005720     RELEASE SR-RECORD.
005730 2100-EXIT.
005740     EXIT.
005750*
005760 2200-REPLAY-GENERATIONS.
005770*    SORT OUTPUT PROCEDURE - REPLAYS THE SORTED GENERATIONS
005780*    AND SETTLES THE LAST CITY'S STANDING RECORDS.
005790     PERFORM 2210-REPLAY-ONE-REPORT THRU 2210-EXIT
005800         UNTIL WS-SORT-EOF
005810     IF WS-PREV-CITY NOT = SPACES AND WS-DO-RECS
005820         PERFORM 2550-FINISH-CITY-RECORDS THRU 2550-EXIT
005830     END-IF.
005840 2200-EXIT.
005850     EXIT.
005860*
005870 2210-REPLAY-ONE-REPORT.
005880*    REPLAYS ONE GENERATION'S RECORD FOR ONE CITY/MONTH.
005890*    EVERY RUN DATE HAS ITS OWN HISTORY RECORD; THE DAYS AND
005900*    THE STANDING RECORDS COME FROM THE LATEST RUN OF THE
005910*    MONTH ONLY.  THE SAME CITY AND RUN DATE ON TWO
005920*    GENERATIONS (A JOB RESTARTED UNDER ONE RUN DATE) IS
005930*    REPLAYED ONCE.
005940     RETURN REBUILD-SORT-FILE
005950         AT END
005960             MOVE 'Y' TO WS-SORT-EOF-SWITCH
005970             GO TO 2210-EXIT
005980     END-RETURN
005990     IF SR-CITY-CODE = WS-PREV-CITY
006000             AND SR-READING-PERIOD = WS-PREV-PERIOD
006010             AND SR-RUN-DATE = WS-PREV-RUN-DATE
006020         ADD 1 TO WS-REPORTS-TWICE
006030         GO TO 2210-EXIT
006040     END-IF
006050     MOVE 31 TO RP-DAY-COUNT
006060     MOVE SR-RP-IMAGE TO RP-RECORD
006070     ADD 1 TO WS-REPORTS-REPLAYED
006080     IF SR-CITY-CODE NOT = WS-PREV-CITY
006090         IF WS-PREV-CITY NOT = SPACES AND WS-DO-RECS
006100             PERFORM 2550-FINISH-CITY-RECORDS THRU 2550-EXIT
006110         END-IF
006120         PERFORM 2220-START-CITY THRU 2220-EXIT
006130         MOVE SPACES TO WS-PREV-PERIOD
006140     END-IF
006150     IF SR-READING-PERIOD = WS-PREV-PERIOD
006160         MOVE 'N' TO WS-LATEST-SWITCH
006170         ADD 1 TO WS-REPORTS-SUPERSEDED
006180     ELSE
006190         SET WS-LATEST-GENERATION TO TRUE
006200     END-IF
006210     MOVE SR-CITY-CODE      TO WS-PREV-CITY
006220     MOVE SR-READING-PERIOD TO WS-PREV-PERIOD
006230     MOVE SR-RUN-DATE       TO WS-PREV-RUN-DATE
006240     IF WS-DO-HIST
006250         PERFORM 2300-REBUILD-HISTORY THRU 2300-EXIT
006260     END-IF
006270     IF NOT WS-LATEST-GENERATION
006280         GO TO 2210-EXIT
006290     END-IF
006300     MOVE RP-CITY-NAME TO WS-CITY-NAME
006310     IF WS-DO-DAYS
006320         PERFORM 2400-REBUILD-DAYS THRU 2400-EXIT
006330     END-IF
006340     IF WS-DO-RECS
006350         PERFORM 2500-COLLECT-CANDIDATES THRU 2500-EXIT
006360     END-IF.
006370 2210-EXIT.
006380     EXIT.
006390*
006400 2220-START-CITY.
006410*    CLEARS THE STANDING-RECORD CANDIDATES FOR A NEW CITY AND
006420*    LOOKS UP ITS RELOCATION MONTH.
006430     PERFORM 2225-CLEAR-ONE-CANDIDATE THRU 2225-EXIT
006440         VARYING WS-TYPE-SUB FROM 1 BY 1
006450         UNTIL WS-TYPE-SUB > 7
006460     MOVE ZERO TO WS-MOVED-PERIOD
006470     MOVE 'N' TO WS-FOUND-MOVE-SWITCH
006480     PERFORM 2230-TEST-ONE-MOVE THRU 2230-EXIT
006490         VARYING WS-SCAN-SUB FROM 1 BY 1
006500         UNTIL WS-SCAN-SUB > WS-MOVE-COUNT
006510             OR WS-FOUND-MOVE.
006520 2220-EXIT.
006530     EXIT.
006540*
006550 2225-CLEAR-ONE-CANDIDATE.
006560*    CLEARS ONE RECORD TYPE'S CANDIDATE.
006570     MOVE 'N'    TO RC-FOUND-SWITCH (WS-TYPE-SUB)
006580     MOVE ZERO   TO RC-VALUE (WS-TYPE-SUB)
006590     MOVE SPACES TO RC-DATE-SET (WS-TYPE-SUB).
006600 2225-EXIT.
006610     EXIT.
006620*
006630 2230-TEST-ONE-MOVE.
006640*    TESTS ONE RELOCATION ROW AGAINST THE NEW CITY.
006650     IF RB-MOVE-CITY-CODE (WS-SCAN-SUB) = SR-CITY-CODE
006660         SET WS-FOUND-MOVE TO TRUE
006670         MOVE RB-MOVE-PERIOD (WS-SCAN-SUB) TO WS-MOVED-PERIOD
006680     END-IF.
006690 2230-EXIT.
006700     EXIT.
006710*
006720 2300-REBUILD-HISTORY.
006730*    BUILDS THE HISTORY RECORD THE NIGHTLY RUN WROTE FROM THIS
006740*    GENERATION, FIELD FOR FIELD AS CITYTEMP BUILDS IT, AND
006750*    WRITES IT WHEN THE KEY IS MISSING.  ONE ALREADY ON FILE
006760*    IS COMPARED, NEVER REPLACED.
006770     MOVE RP-CITY-CODE            TO HIST-CITY-CODE
006780     MOVE RP-RUN-DATE             TO HIST-RUN-DATE
006790     MOVE RP-CITY-NAME            TO HIST-CITY-NAME
006800     MOVE RP-REGION-CODE          TO HIST-REGION-CODE
006810     MOVE RP-UNIT-FLAG            TO HIST-UNIT-FLAG
006820     MOVE RP-AVERAGE-TEMP-F       TO HIST-AVERAGE-TEMP-F
006830     MOVE RP-AVERAGE-TEMP-C       TO HIST-AVERAGE-TEMP-C
006840     MOVE RP-MONTH-HIGH-F         TO HIST-MONTH-HIGH-F
006850     MOVE RP-MONTH-HIGH-C         TO HIST-MONTH-HIGH-C
006860     MOVE RP-MONTH-LOW-F          TO HIST-MONTH-LOW-F
006870     MOVE RP-MONTH-LOW-C          TO HIST-MONTH-LOW-C
006880     MOVE RP-VALID-DAY-COUNT      TO HIST-VALID-DAYS
006890     MOVE RP-COVERAGE-FLAG        TO HIST-COVERAGE-FLAG
006900     MOVE RP-FROST-DAYS           TO HIST-FROST-DAYS
006910     MOVE RP-HEATING-DD-F         TO HIST-HEATING-DD-F
006920     MOVE RP-COOLING-DD-F         TO HIST-COOLING-DD-F
006930     MOVE RP-NORMAL-FLAG          TO HIST-NORMAL-FLAG
006940     MOVE RP-DEPARTURE-F          TO HIST-DEPARTURE-F
006950     MOVE RP-ESTIMATED-DAYS       TO HIST-ESTIMATED-DAYS
006960     MOVE RP-QUALITY-FLAG         TO HIST-QUALITY-FLAG
006970     MOVE RP-PRECIP-TOTAL-MM      TO HIST-PRECIP-TOTAL-MM
006980     MOVE RP-SNOW-TOTAL-CM        TO HIST-SNOW-TOTAL-CM
006990     MOVE RP-PRECIP-DAYS          TO HIST-PRECIP-DAYS
007000     MOVE HIST-RECORD             TO WS-HIST-REBUILT
007010     IF WS-HIST-LOAD-MODE
007020         PERFORM 2320-WRITE-HISTORY THRU 2320-EXIT
007030         GO TO 2300-EXIT
007040     END-IF
007050     READ CITY-HISTORY-FILE
007060         INVALID KEY
007070             MOVE WS-HIST-REBUILT TO HIST-RECORD
007080             PERFORM 2320-WRITE-HISTORY THRU 2320-EXIT
007090             GO TO 2300-EXIT
007100     END-READ
007110     IF HIST-RECORD = WS-HIST-REBUILT
007120         ADD 1 TO WS-HIST-MATCHED
007130     ELSE
007140         PERFORM 2310-PRINT-HIST-DIFFERENCE THRU 2310-EXIT
007150     END-IF.
007160 2300-EXIT.
007170     EXIT.
007180*
007190 2310-PRINT-HIST-DIFFERENCE.
007200*    LISTS A HISTORY RECORD THAT IS ON FILE BUT DOES NOT AGREE
007210*    WITH ITS GENERATION - AVERAGE, HIGH AND LOW IN F, ON FILE
007220*    AND AS CITYTEMP PUBLISHED THEM.  A MONTH RESTATED BY
007230*    CITYRSTA SINCE IS THE USUAL CAUSE.
007240     ADD 1 TO WS-HIST-DIFFERENT
007250     MOVE SPACES         TO WS-DIFF-LINE
007260     MOVE 'CITYHIST'     TO WS-DL-CLUSTER
007270     MOVE HIST-CITY-CODE TO WS-DL-CITY-CODE
007280     MOVE HIST-RUN-DATE  TO WS-DL-KEY
007290     MOVE HIST-AVERAGE-TEMP-F TO WS-ED-TEMP-1
007300     MOVE HIST-MONTH-HIGH-F   TO WS-ED-TEMP-2
007310     MOVE HIST-MONTH-LOW-F    TO WS-ED-TEMP-3
007320     STRING 'A ' WS-ED-TEMP-1 ' H ' WS-ED-TEMP-2
007330             ' L ' WS-ED-TEMP-3
007340         DELIMITED BY SIZE INTO WS-DL-ON-FILE
007350     MOVE RP-AVERAGE-TEMP-F TO WS-ED-TEMP-1
007360     MOVE RP-MONTH-HIGH-F   TO WS-ED-TEMP-2
007370     MOVE RP-MONTH-LOW-F    TO WS-ED-TEMP-3
007380     STRING 'A ' WS-ED-TEMP-1 ' H ' WS-ED-TEMP-2
007390             ' L ' WS-ED-TEMP-3
007400         DELIMITED BY SIZE INTO WS-DL-REBUILT
007410     PERFORM 2800-PRINT-DIFF-LINE THRU 2800-EXIT.
007420 2310-EXIT.
007430     EXIT.
007440*
007450 2320-WRITE-HISTORY.
007460*    WRITES THE REBUILT HISTORY RECORD.
007470     WRITE HIST-RECORD
007480         INVALID KEY
007490             DISPLAY 'HISTORY RECORD NOT WRITTEN - '
007500                 HIST-CITY-CODE ' ' HIST-RUN-DATE
007510                 ' STATUS ' WS-HIST-STATUS
007520         NOT INVALID KEY
007530             ADD 1 TO WS-HIST-RECREATED
007540     END-WRITE.
007550 2320-EXIT.
007560     EXIT.
007570*
007580 2400-REBUILD-DAYS.
007590*    REBUILDS THE MONTH'S CITY-DAYS FROM THE GENERATION'S
007600*    DAILY PAIRS, THEN LISTS THE MONTH FOR CHECKING IF IT HAD
007610*    ESTIMATED DAYS AND ANY DAY WAS RECREATED AS ACCEPTED.
007620     MOVE ZERO TO WS-MONTH-GUESSED
007630     MOVE RP-READING-YEAR  TO WS-DD-YEAR
007640     MOVE RP-READING-MONTH TO WS-DD-MONTH
007650     PERFORM 2410-REBUILD-ONE-DAY THRU 2410-EXIT
007660         VARYING WS-DAY-SUB FROM 1 BY 1
007670         UNTIL WS-DAY-SUB > RP-DAY-COUNT
007680     IF RP-ESTIMATED-DAYS > ZERO
007690             AND WS-MONTH-GUESSED > ZERO
007700         PERFORM 2450-PRINT-ESTIMATED-NOTE THRU 2450-EXIT
007710     END-IF.
007720 2400-EXIT.
007730     EXIT.
007740*
007750 2410-REBUILD-ONE-DAY.
007760*    REBUILDS ONE CITY-DAY AND WRITES IT WHEN THE KEY IS
007770*    MISSING.  ONE ALREADY ON FILE AGREES WHEN A REJECTED DAY
007780*    IS STILL REJECTED, OR WHEN A USED DAY (ACCEPTED OR
007790*    ESTIMATED) CARRIES THE SAME UNIT AND PAIR.
007800     MOVE WS-DAY-SUB TO WS-DD-DAY
007810     IF RP-DAILY-LOW (WS-DAY-SUB) (1:4) = SPACES
007820         MOVE 'R'                 TO WS-RB-DISPOSITION
007830         MOVE WS-REJECT-MARK-LOW  TO WS-RB-LOW
007840         MOVE WS-REJECT-MARK-HIGH TO WS-RB-HIGH
007850     ELSE
007860         MOVE 'A'                       TO WS-RB-DISPOSITION
007870         MOVE RP-DAILY-LOW (WS-DAY-SUB)  TO WS-RB-LOW
007880         MOVE RP-DAILY-HIGH (WS-DAY-SUB) TO WS-RB-HIGH
007890     END-IF
007900     MOVE RP-CITY-CODE       TO DAY-CITY-CODE
007910     MOVE WS-DAY-DATE-WORK-X TO DAY-DATE
007920     IF WS-DAYS-LOAD-MODE
007930         PERFORM 2420-WRITE-ONE-DAY THRU 2420-EXIT
007940         GO TO 2410-EXIT
007950     END-IF
007960     READ CITY-DAILY-FILE
007970         INVALID KEY
007980             PERFORM 2420-WRITE-ONE-DAY THRU 2420-EXIT
007990             GO TO 2410-EXIT
008000     END-READ
008010     IF WS-RB-DISPOSITION = 'R'
008020         IF DAY-DISPOSITION = 'R'
008030             ADD 1 TO WS-DAYS-MATCHED
008040         ELSE
008050             PERFORM 2430-PRINT-DAY-DIFFERENCE THRU 2430-EXIT
008060         END-IF
008070         GO TO 2410-EXIT
008080     END-IF
008090     IF DAY-DISPOSITION NOT = 'R'
008100             AND DAY-UNIT-FLAG = RP-UNIT-FLAG
008110             AND DAY-LOW = WS-RB-LOW
008120             AND DAY-HIGH = WS-RB-HIGH
008130         ADD 1 TO WS-DAYS-MATCHED
008140     ELSE
008150         PERFORM 2430-PRINT-DAY-DIFFERENCE THRU 2430-EXIT
008160     END-IF.
008170 2410-EXIT.
008180     EXIT.
008190*
008200 2420-WRITE-ONE-DAY.
008210*    WRITES THE REBUILT CITY-DAY.  THE KEY IS ALREADY IN
008220*    PLACE.
008230     MOVE RP-UNIT-FLAG      TO DAY-UNIT-FLAG
008240     MOVE WS-RB-LOW         TO DAY-LOW
008250     MOVE WS-RB-HIGH        TO DAY-HIGH
008260     MOVE WS-RB-DISPOSITION TO DAY-DISPOSITION
008270     WRITE DAY-RECORD
008280         INVALID KEY
008290             DISPLAY 'DAILY RECORD NOT WRITTEN - '
008300                 DAY-CITY-CODE ' ' DAY-DATE
008310                 ' STATUS ' WS-DAYS-STATUS
008320             GO TO 2420-EXIT
008330     END-WRITE
008340     ADD 1 TO WS-DAYS-RECREATED
008350     IF WS-RB-DISPOSITION = 'A'
008360         ADD 1 TO WS-MONTH-GUESSED
008370     END-IF.
008380 2420-EXIT.
008390     EXIT.
008400*
008410 2430-PRINT-DAY-DIFFERENCE.
008420*    LISTS A CITY-DAY THAT IS ON FILE BUT DOES NOT AGREE WITH
008430*    ITS GENERATION - LOW, HIGH, UNIT AND DISPOSITION.  A
008440*    REJECTED DAY'S RAW PAIR IS NOT ON CITYRPT AND SHOWS AS
008450*    BLANKS.
008460     ADD 1 TO WS-DAYS-DIFFERENT
008470     MOVE SPACES        TO WS-DIFF-LINE
008480     MOVE 'CITYDAYS'    TO WS-DL-CLUSTER
008490     MOVE DAY-CITY-CODE TO WS-DL-CITY-CODE
008500     MOVE DAY-DATE      TO WS-DL-KEY
008510     MOVE DAY-LOW       TO WS-ED-TEMP-1
008520     MOVE DAY-HIGH      TO WS-ED-TEMP-2
008530     STRING 'LO ' WS-ED-TEMP-1 ' HI ' WS-ED-TEMP-2 ' '
008540             DAY-UNIT-FLAG ' ' DAY-DISPOSITION
008550         DELIMITED BY SIZE INTO WS-DL-ON-FILE
008560     IF WS-RB-DISPOSITION = 'R'
008570         STRING 'LO        HI        ' RP-UNIT-FLAG ' R'
008580             DELIMITED BY SIZE INTO WS-DL-REBUILT
008590     ELSE
008600         MOVE WS-RB-LOW  TO WS-ED-TEMP-1
008610         MOVE WS-RB-HIGH TO WS-ED-TEMP-2
008620         STRING 'LO ' WS-ED-TEMP-1 ' HI ' WS-ED-TEMP-2 ' '
008630                 RP-UNIT-FLAG ' A'
008640             DELIMITED BY SIZE INTO WS-DL-REBUILT
008650     END-IF
008660     PERFORM 2800-PRINT-DIFF-LINE THRU 2800-EXIT.
008670 2430-EXIT.
008680     EXIT.
008690*
008700 2450-PRINT-ESTIMATED-NOTE.
008710*    LISTS A MONTH WHOSE ESTIMATED DAYS CANNOT BE PICKED OUT
008720*    OF THE GENERATION.  ITS RECREATED DAYS WENT OUT 'A'; THE
008730*    MONTH'S HISTORY RECORD SAYS HOW MANY WERE REALLY FILLED.
008740     ADD 1 TO WS-DAYS-MONTHS-TO-CHECK
008750     MOVE SPACES         TO WS-DIFF-LINE
008760     MOVE 'CITYDAYS'     TO WS-DL-CLUSTER
008770     MOVE RP-CITY-CODE   TO WS-DL-CITY-CODE
008780     MOVE WS-PREV-PERIOD TO WS-DL-KEY
008790     MOVE RP-ESTIMATED-DAYS TO WS-ED-COUNT
008800     STRING WS-ED-COUNT ' DAYS ESTIMATED IN MONTH'
008810         DELIMITED BY SIZE INTO WS-DL-ON-FILE
008820     MOVE WS-MONTH-GUESSED TO WS-ED-COUNT
008830     STRING WS-ED-COUNT ' RECREATED AS ACCEPTED'
008840         DELIMITED BY SIZE INTO WS-DL-REBUILT
008850     PERFORM 2800-PRINT-DIFF-LINE THRU 2800-EXIT.
008860 2450-EXIT.
008870     EXIT.
008880*
008890 2500-COLLECT-CANDIDATES.
008900*    OFFERS THE MONTH'S FIGURES AS STANDING-RECORD CANDIDATES
008910*    UNDER CITYTEMP'S RULES: NO LOW-COVERAGE MONTH, NO MONTH
008920*    WITHOUT A MEASURED DAY, AND NO MONTH UP TO A RELOCATED
008930*    STATION'S MOVE MONTH.
008940     IF RP-COVERAGE-FLAG = 'L'
008950         GO TO 2500-EXIT
008960     END-IF
008970     IF RP-VALID-DAY-COUNT = ZERO
008980         GO TO 2500-EXIT
008990     END-IF
009000     COMPUTE WS-READING-PERIOD =
009010         RP-READING-YEAR * 100 + RP-READING-MONTH
009020     IF WS-MOVED-PERIOD NOT = ZERO
009030             AND WS-READING-PERIOD <= WS-MOVED-PERIOD
009040         GO TO 2500-EXIT
009050     END-IF
009060     PERFORM 2510-TAKE-ONE-CANDIDATE THRU 2510-EXIT
009070         VARYING WS-TYPE-SUB FROM 1 BY 1
009080         UNTIL WS-TYPE-SUB > 7.
009090 2500-EXIT.
009100     EXIT.
009110*
009120 2510-TAKE-ONE-CANDIDATE.
009130*    OFFERS ONE FIGURE AGAINST THE BEST OF ITS TYPE SO FAR.
009140     EVALUATE WS-RT-TYPE (WS-TYPE-SUB)
009150         WHEN 'HA'
009160         WHEN 'CA'
009170             MOVE RP-AVERAGE-TEMP-F TO WS-REC-CANDIDATE
009180         WHEN 'HD'
009190             MOVE RP-MONTH-HIGH-F   TO WS-REC-CANDIDATE
009200         WHEN 'LO'
009210             MOVE RP-MONTH-LOW-F    TO WS-REC-CANDIDATE
009220         WHEN 'FD'
009230             MOVE RP-FROST-DAYS     TO WS-REC-CANDIDATE
009240         WHEN 'HH'
009250             MOVE RP-HEATING-DD-F   TO WS-REC-CANDIDATE
009260         WHEN 'HC'
009270             MOVE RP-COOLING-DD-F   TO WS-REC-CANDIDATE
009280     END-EVALUATE
009290     IF RC-FOUND (WS-TYPE-SUB)
009300         IF WS-RT-DIRECTION (WS-TYPE-SUB) = 'H'
009310                 AND WS-REC-CANDIDATE NOT > RC-VALUE (WS-TYPE-SUB)
009320             GO TO 2510-EXIT
009330         END-IF
009340         IF WS-RT-DIRECTION (WS-TYPE-SUB) = 'L'
009350                 AND WS-REC-CANDIDATE NOT < RC-VALUE (WS-TYPE-SUB)
009360             GO TO 2510-EXIT
009370         END-IF
009380     END-IF
009390     MOVE 'Y'              TO RC-FOUND-SWITCH (WS-TYPE-SUB)
009400     MOVE WS-REC-CANDIDATE TO RC-VALUE (WS-TYPE-SUB)
009410     MOVE RP-RUN-DATE      TO RC-DATE-SET (WS-TYPE-SUB).
009420 2510-EXIT.
009430     EXIT.
009440*
009450 2550-FINISH-CITY-RECORDS.
009460*    SETTLES THE FINISHED CITY'S REPLAYED STANDING RECORDS
009470*    AGAINST CITYRECS, ONE TYPE AT A TIME.
009480     PERFORM 2560-REBUILD-ONE-RECORD THRU 2560-EXIT
009490         VARYING WS-TYPE-SUB FROM 1 BY 1
009500         UNTIL WS-TYPE-SUB > 7.
009510 2550-EXIT.
009520     EXIT.
009530*
009540 2560-REBUILD-ONE-RECORD.
009550*    WRITES A REPLAYED STANDING RECORD WHOSE KEY IS MISSING.
009560*    ONE ON FILE AGREES WHEN IT HOLDS THE SAME VALUE FROM THE
009570*    SAME RUN, OR WHEN IT WAS SET OUTSIDE THE RANGE REPLAYED
009580*    AND STILL STANDS AGAINST IT (2565).
009590     IF NOT RC-FOUND (WS-TYPE-SUB)
009600         GO TO 2560-EXIT
009610     END-IF
009620     MOVE WS-PREV-CITY             TO REC-CITY-CODE
009630     MOVE WS-RT-TYPE (WS-TYPE-SUB) TO REC-TYPE
009640     IF WS-RECS-LOAD-MODE
009650         PERFORM 2570-WRITE-ONE-RECORD THRU 2570-EXIT
009660         GO TO 2560-EXIT
009670     END-IF
009680     READ CITY-RECORDS-FILE
009690         INVALID KEY
009700             PERFORM 2570-WRITE-ONE-RECORD THRU 2570-EXIT
009710             GO TO 2560-EXIT
009720     END-READ
009730     IF REC-VALUE = RC-VALUE (WS-TYPE-SUB)
009740             AND REC-DATE-SET = RC-DATE-SET (WS-TYPE-SUB)
009750         ADD 1 TO WS-RECS-MATCHED
009760         GO TO 2560-EXIT
009770     END-IF
009780     PERFORM 2565-TEST-OUTSIDE-RANGE THRU 2565-EXIT
009790     IF WS-RECORD-STANDS
009800         ADD 1 TO WS-RECS-MATCHED
009810     ELSE
009820         PERFORM 2580-PRINT-REC-DIFFERENCE THRU 2580-EXIT
009830     END-IF.
009840 2560-EXIT.
009850     EXIT.
009860*
009870 2565-TEST-OUTSIDE-RANGE.
009880*    A STANDING RECORD SET AT THE CURRENT SITE BY A RUN THE
009890*    RANGE DID NOT REACH STILL STANDS WHEN THE REPLAY CANNOT
009900*    DISPLACE IT - ONE SET BEFORE THE RANGE HOLDS A TIE, ONE
009910*    SET AFTER IT MUST BEAT THE REPLAYED FIGURE OUTRIGHT,
009920*    SINCE THE EARLIER MONTH KEEPS A TIED RECORD.
009930*    A RECORD SET UP TO THE STATION'S MOVE MONTH BELONGS TO
009940*    THE OLD SITE AND NEVER STANDS - TESTED ON THE READING
009950*    MONTH, THE MONTH BEFORE THE RUN THAT SET IT.
009960     MOVE 'N' TO WS-STANDS-SWITCH
009970     MOVE REC-DATE-SET (1:6) TO WS-TEST-PERIOD
009980     IF WS-TEST-MONTH = 1
009990         MOVE 12 TO WS-TEST-MONTH
010000         SUBTRACT 1 FROM WS-TEST-YEAR
010010     ELSE
010020         SUBTRACT 1 FROM WS-TEST-MONTH
010030     END-IF
010040     IF WS-MOVED-PERIOD NOT = ZERO
010050             AND WS-TEST-PERIOD <= WS-MOVED-PERIOD
010060         GO TO 2565-EXIT
010070     END-IF
010080     IF REC-DATE-SET < WS-FROM-DATE
010090         IF WS-RT-DIRECTION (WS-TYPE-SUB) = 'H'
010100                 AND REC-VALUE NOT < RC-VALUE (WS-TYPE-SUB)
010110             SET WS-RECORD-STANDS TO TRUE
010120         END-IF
010130         IF WS-RT-DIRECTION (WS-TYPE-SUB) = 'L'
010140                 AND REC-VALUE NOT > RC-VALUE (WS-TYPE-SUB)
010150             SET WS-RECORD-STANDS TO TRUE
010160         END-IF
010170     END-IF
010180     IF REC-DATE-SET > WS-TO-DATE
010190         IF WS-RT-DIRECTION (WS-TYPE-SUB) = 'H'
010200                 AND REC-VALUE > RC-VALUE (WS-TYPE-SUB)
010210             SET WS-RECORD-STANDS TO TRUE
010220         END-IF
010230         IF WS-RT-DIRECTION (WS-TYPE-SUB) = 'L'
010240                 AND REC-VALUE < RC-VALUE (WS-TYPE-SUB)
010250             SET WS-RECORD-STANDS TO TRUE
010260         END-IF
010270     END-IF.
010280 2565-EXIT.
010290     EXIT.
010300*
010310 2570-WRITE-ONE-RECORD.
010320*    WRITES THE REPLAYED STANDING RECORD.  THE KEY IS ALREADY
010330*    IN PLACE.
010340     MOVE WS-CITY-NAME              TO REC-CITY-NAME
010350     MOVE RC-VALUE (WS-TYPE-SUB)    TO REC-VALUE
010360     MOVE RC-DATE-SET (WS-TYPE-SUB) TO REC-DATE-SET
010370     WRITE REC-RECORD
010380         INVALID KEY
010390             DISPLAY 'STANDING RECORD NOT WRITTEN - '
010400                 REC-CITY-CODE ' ' REC-TYPE
010410                 ' STATUS ' WS-RECS-STATUS
010420         NOT INVALID KEY
010430             ADD 1 TO WS-RECS-RECREATED
010440     END-WRITE.
010450 2570-EXIT.
010460     EXIT.
010470*
010480 2580-PRINT-REC-DIFFERENCE.
010490*    LISTS A STANDING RECORD THAT IS ON FILE BUT NOT THE ONE
010500*    THE REPLAY ARRIVES AT - VALUE AND RUN DATE SET, ON FILE
010510*    AND REPLAYED.
010520     ADD 1 TO WS-RECS-DIFFERENT
010530     MOVE SPACES        TO WS-DIFF-LINE
010540     MOVE 'CITYRECS'    TO WS-DL-CLUSTER
010550     MOVE REC-CITY-CODE TO WS-DL-CITY-CODE
010560     MOVE REC-TYPE      TO WS-DL-KEY
010570     MOVE REC-VALUE     TO WS-ED-VALUE
010580     STRING WS-ED-VALUE ' SET ' REC-DATE-SET
010590         DELIMITED BY SIZE INTO WS-DL-ON-FILE
010600     MOVE RC-VALUE (WS-TYPE-SUB) TO WS-ED-VALUE
010610     STRING WS-ED-VALUE ' SET ' RC-DATE-SET (WS-TYPE-SUB)
010620         DELIMITED BY SIZE INTO WS-DL-REBUILT
010630     PERFORM 2800-PRINT-DIFF-LINE THRU 2800-EXIT.
010640 2580-EXIT.
010650     EXIT.
010660*
010670 2800-PRINT-DIFF-LINE.
010680*    PRINTS ONE LINE FOR DECISION.
010690     ADD 1 TO WS-LINES-LISTED
010700     MOVE WS-DIFF-LINE TO RB-PRINT-LINE
010710     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
010720 2800-EXIT.
010730     EXIT.
010740*
010750 2900-WRITE-PRINT-LINE.
010760*    WRITES ONE REPORT LINE, HEADING A NEW PAGE FIRST WHEN
010770*    THE CURRENT PAGE IS FULL.
010780     IF WS-LINE-COUNT = ZERO
010790         PERFORM 2910-PRINT-PAGE-HEADER THRU 2910-EXIT
010800     END-IF
010810     WRITE RB-PRINT-LINE
010820         AFTER ADVANCING 1 LINE
010830     ADD 1 TO WS-LINE-COUNT
010840     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010850         MOVE ZERO TO WS-LINE-COUNT
010860     END-IF.
010870 2900-EXIT.
010880     EXIT.
010890*
010900 2910-PRINT-PAGE-HEADER.
010910*    STARTS A NEW PAGE: TITLE, RANGE/PAGE LINE AND A BLANK
010920*    LINE.  THE LINE BEING PRINTED IS PRESERVED AROUND THE
010930*    HEADER WRITES.
010940     ADD 1 TO WS-PAGE-NO
010950     MOVE RB-PRINT-LINE TO WS-SAVE-LINE
010960     WRITE RB-PRINT-LINE FROM WS-TITLE-LINE
010970         AFTER ADVANCING PAGE
010980     MOVE WS-FROM-DATE    TO WS-RQ-FROM-DATE
010990     MOVE WS-TO-DATE      TO WS-RQ-TO-DATE
011000     MOVE WS-CLUSTER-LIST TO WS-RQ-CLUSTERS
011010     MOVE WS-RUN-DATE     TO WS-RQ-RUN-DATE
011020     MOVE WS-PAGE-NO      TO WS-RQ-PAGE-NO
011030     WRITE RB-PRINT-LINE FROM WS-REQUEST-LINE
011040         AFTER ADVANCING 1 LINE
011050     WRITE RB-PRINT-LINE FROM WS-BLANK-LINE
011060         AFTER ADVANCING 1 LINE
011070     MOVE WS-SAVE-LINE TO RB-PRINT-LINE.
011080 2910-EXIT.
011090     EXIT.
011100*
011110 2970-PRINT-ONE-TOTAL.
011120*    PRINTS ONE RUN-TOTAL LINE.
011130     MOVE WS-TOTAL-LINE TO RB-PRINT-LINE
011140     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
011150 2970-EXIT.
011160     EXIT.
011170*
011180 3000-TERMINATE.
011190*    PRINTS THE REBUILD TOTALS FOR EACH CLUSTER NAMED, CLOSES
011200*    THE DATASETS AND ENDS RC=4 WHEN ANYTHING WAS LISTED FOR
011210*    A DECISION.
011220     IF NOT WS-REFUSED
011230         IF WS-LINES-LISTED = ZERO
011240             MOVE WS-NONE-LINE TO RB-PRINT-LINE
011250             PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
011260         END-IF
011270         MOVE WS-BLANK-LINE TO RB-PRINT-LINE
011280         PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
011290         MOVE 'CITYRPT RECORDS READ..................'
011300             TO WS-TL-LABEL
011310         MOVE WS-REPORTS-READ TO WS-TL-COUNT
011320         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011330         MOVE 'OUTSIDE THE RUN-DATE RANGE............'
011340             TO WS-TL-LABEL
011350         MOVE WS-REPORTS-OUT-OF-RANGE TO WS-TL-COUNT
011360         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011370         MOVE 'REPLAYED..............................'
011380             TO WS-TL-LABEL
011390         MOVE WS-REPORTS-REPLAYED TO WS-TL-COUNT
011400         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011410         MOVE 'SAME CITY AND RUN DATE TWICE, SKIPPED.'
011420             TO WS-TL-LABEL
011430         MOVE WS-REPORTS-TWICE TO WS-TL-COUNT
011440         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011450         MOVE 'MONTH RERUN LATER, HISTORY ONLY.......'
011460             TO WS-TL-LABEL
011470         MOVE WS-REPORTS-SUPERSEDED TO WS-TL-COUNT
011480         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011490     END-IF
011500     IF NOT WS-REFUSED AND WS-DO-HIST
011510         MOVE 'CITYHIST RECREATED....................'
011520             TO WS-TL-LABEL
011530         MOVE WS-HIST-RECREATED TO WS-TL-COUNT
011540         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011550         MOVE 'CITYHIST ALREADY PRESENT AND MATCHING.'
011560             TO WS-TL-LABEL
011570         MOVE WS-HIST-MATCHED TO WS-TL-COUNT
011580         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011590         MOVE 'CITYHIST PRESENT BUT DIFFERENT........'
011600             TO WS-TL-LABEL
011610         MOVE WS-HIST-DIFFERENT TO WS-TL-COUNT
011620         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011630     END-IF
011640     IF NOT WS-REFUSED AND WS-DO-DAYS
011650         MOVE 'CITYDAYS RECREATED....................'
011660             TO WS-TL-LABEL
011670         MOVE WS-DAYS-RECREATED TO WS-TL-COUNT
011680         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011690         MOVE 'CITYDAYS ALREADY PRESENT AND MATCHING.'
011700             TO WS-TL-LABEL
011710         MOVE WS-DAYS-MATCHED TO WS-TL-COUNT
011720         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011730         MOVE 'CITYDAYS PRESENT BUT DIFFERENT........'
011740             TO WS-TL-LABEL
011750         MOVE WS-DAYS-DIFFERENT TO WS-TL-COUNT
011760         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011770         MOVE 'CITYDAYS MONTHS WITH ESTIMATES TO CHECK'
011780             TO WS-TL-LABEL
011790         MOVE WS-DAYS-MONTHS-TO-CHECK TO WS-TL-COUNT
011800         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011810     END-IF
011820     IF NOT WS-REFUSED AND WS-DO-RECS
011830         MOVE 'CITYRECS RECREATED....................'
011840             TO WS-TL-LABEL
011850         MOVE WS-RECS-RECREATED TO WS-TL-COUNT
011860         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011870         MOVE 'CITYRECS ALREADY PRESENT AND MATCHING.'
011880             TO WS-TL-LABEL
011890         MOVE WS-RECS-MATCHED TO WS-TL-COUNT
011900         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011910         MOVE 'CITYRECS PRESENT BUT DIFFERENT........'
011920             TO WS-TL-LABEL
011930         MOVE WS-RECS-DIFFERENT TO WS-TL-COUNT
011940         PERFORM 2970-PRINT-ONE-TOTAL THRU 2970-EXIT
011950     END-IF
011960     IF WS-RPT-OPEN
011970         CLOSE CITY-REPORT-FILE
011980     END-IF
011990     IF WS-HIST-OPEN
012000         CLOSE CITY-HISTORY-FILE
012010     END-IF
012020     IF WS-DAYS-OPEN
012030         CLOSE CITY-DAILY-FILE
012040     END-IF
012050     IF WS-RECS-OPEN
012060         CLOSE CITY-RECORDS-FILE
012070     END-IF
012080     CLOSE REBUILD-REPORT-FILE
012090     DISPLAY 'CLUSTER REBUILD TOTALS'
012100     DISPLAY '  CITYRPT RECORDS READ.....: ' WS-REPORTS-READ
012110     DISPLAY '  REPLAYED.................: ' WS-REPORTS-REPLAYED
012120     DISPLAY '  HISTORY RECREATED........: ' WS-HIST-RECREATED
012130     DISPLAY '  HISTORY DIFFERENT........: ' WS-HIST-DIFFERENT
012140     DISPLAY '  DAYS RECREATED...........: ' WS-DAYS-RECREATED
012150     DISPLAY '  DAYS DIFFERENT...........: ' WS-DAYS-DIFFERENT
012160     DISPLAY '  RECORDS RECREATED........: ' WS-RECS-RECREATED
012170     DISPLAY '  RECORDS DIFFERENT........: ' WS-RECS-DIFFERENT
012180     IF WS-LINES-LISTED > ZERO
012190             AND RETURN-CODE < 4
012200         MOVE 4 TO RETURN-CODE
012210     END-IF
012220     STOP RUN.
012230 3000-EXIT.
012240     EXIT.
012250 END PROGRAM CITYRBLD.

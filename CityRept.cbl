000820*                     LINE WIDENED TO 120 BYTES; ARCHIVE
000830*                     RECORD WIDENED 79 TO 91.  MEMBER
000840*                     RESEQUENCED.
000850*    2026-10-15  NS  RANK-TABLE AND ITS BUBBLE SORT ARE REPLACED
000860*                     BY A SORT ON THE RANKING FIELD - THE HISTORY
000870*                     RECORDS IN THE REQUESTED RANGE ARE RELEASED
000880*                     TO IT AND THE REPORT IS PRINTED AS THEY ARE
000890*                     RETURNED, SO THERE IS NO LONGER A LIMIT ON
000900*                     THE ROWS A DATE OR RANGE CAN RANK.  EQUAL
000910*                     FIGURES KEEP THE ORDER THEY WERE READ IN, AS
000920*                     BEFORE.  THE RANK COLUMN IS WIDENED TO FIVE
000930*                     DIGITS.  MEMBER RESEQUENCED.
000940*
000950 ENVIRONMENT DIVISION.
000960 INPUT-OUTPUT SECTION.
000970 FILE-CONTROL.
000980     SELECT CITY-HISTORY-FILE ASSIGN TO CITYHIST
000990         ORGANIZATION IS INDEXED
001000         ACCESS MODE IS DYNAMIC
001010         RECORD KEY IS HIST-KEY
001020         FILE STATUS IS WS-HIST-STATUS.
001030     SELECT RANKED-REPORT-FILE ASSIGN TO CITYRANK
001040         ORGANIZATION IS SEQUENTIAL.
001050     SELECT HISTORY-ARCHIVE-FILE ASSIGN TO HISTARCH
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-ARCH-STATUS.
001080     SELECT RANK-SORT-FILE ASSIGN TO SORTWK01.
001090*
001100 DATA DIVISION.
001110 FILE SECTION.
001120 FD  CITY-HISTORY-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY HISTREC.
001150*
001160 FD  RANKED-REPORT-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  RR-PRINT-LINE               PIC X(120).
001190*
001200 FD  HISTORY-ARCHIVE-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  ARCH-RECORD                 PIC X(91).
001230*
001240*    ONE SORT RECORD PER HISTORY RECORD IN THE DATE RANGE:
001250*    THE REQUESTED RANKING FIGURE UP FRONT, THEN THE FIELDS
001260*    THE DETAIL LINE PRINTS.
001270 SD  RANK-SORT-FILE.
001280 01  SR-RECORD.
001290     05  SR-SORT-FIGURE          PIC S9(3)V9
001300         SIGN LEADING SEPARATE.
001310     05  SR-RUN-DATE             PIC X(08).
001320     05  SR-CITY-NAME            PIC X(12).
001330     05  SR-AVERAGE-TEMP-F       PIC S9(3)V9
001340         SIGN LEADING SEPARATE.
001350     05  SR-AVERAGE-TEMP-C       PIC S9(2)V9
001360         SIGN LEADING SEPARATE.
001370     05  SR-MONTH-HIGH-F         PIC S9(3)V9
001380         SIGN LEADING SEPARATE.
001390     05  SR-MONTH-HIGH-C         PIC S9(2)V9
001400         SIGN LEADING SEPARATE.
001410     05  SR-MONTH-LOW-F          PIC S9(3)V9
001420         SIGN LEADING SEPARATE.
001430     05  SR-MONTH-LOW-C          PIC S9(2)V9
001440         SIGN LEADING SEPARATE.
001450     05  SR-HEATING-DD           PIC 9(04)V9.
001460     05  SR-COOLING-DD           PIC 9(04)V9.
001470     05  SR-NORMAL-FLAG          PIC X(01).
001480     05  SR-DEPARTURE-F          PIC S9(3)V9
001490         SIGN LEADING SEPARATE.
001500     05  SR-PRECIP-MM            PIC 9(4)V9.
001510     05  SR-SNOW-CM              PIC 9(4)V9.
001520     05  SR-PRECIP-DAYS          PIC 9(02).
001530*
001540 WORKING-STORAGE SECTION.
001550 01  WS-HIST-STATUS              PIC X(02) VALUE '00'.
001560 01  WS-ARCH-STATUS              PIC X(02) VALUE '00'.
001570*    THE DATE (OR RANGE) BEING REPORTED AND THE RANKING FIELD
001580*    COME FROM THE PARM; TODAY, RANKED BY AVERAGE, IS THE
001590*    DEFAULT WHEN NO PARM IS GIVEN.
001600 01  WS-FROM-DATE                PIC X(08).
001610 01  WS-TO-DATE                  PIC X(08).
001620 01  WS-DATE-WORK                PIC X(08).
001630 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK
001640                                 PIC 9(08).
001650 01  WS-SORT-FIELD               PIC X(01) VALUE 'A'.
001660     88  WS-SORT-AVERAGE           VALUE 'A'.
001670     88  WS-SORT-HIGH              VALUE 'H'.
001680     88  WS-SORT-LOW               VALUE 'L'.
001690 01  WS-PARM-ERROR-SWITCH        PIC X(01) VALUE 'N'.
001700     88  WS-PARM-ERROR             VALUE 'Y'.
001710 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
001720     88  WS-EOF                    VALUE 'Y'.
001730 01  WS-HIST-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001740     88  WS-HIST-OPEN               VALUE 'Y'.
001750 01  WS-ARCH-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001760     88  WS-ARCH-OPEN               VALUE 'Y'.
001770 01  WS-ARCH-EOF-SWITCH           PIC X(01) VALUE 'N'.
001780     88  WS-ARCH-EOF                VALUE 'Y'.
001790 01  WS-SORT-EOF-SWITCH           PIC X(01) VALUE 'N'.
001800     88  WS-SORT-EOF                VALUE 'Y'.
001810 01  WS-ED-DEPARTURE              PIC +ZZ9.9.
001820 01  WS-RANK-NO                  PIC 9(05) VALUE ZERO.
001830 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001840 01  WS-LINE-COUNT                PIC 9(02) VALUE ZERO.
001850 01  WS-LINES-PER-PAGE            PIC 9(02) COMP VALUE 5.
001860 01  WS-TITLE-LINE.
001870     05  FILLER PIC X(80) VALUE
001880        'CITY TEMPERATURE RANKING - HOTTEST TO COLDEST'.
001890 01  WS-DATE-LINE.
001900     05  FILLER PIC X(10) VALUE 'RUN DATE: '.
001910     05  WS-DL-RUN-DATE           PIC X(17).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
001940     05  WS-DL-PAGE-NO            PIC ZZZ9.
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  FILLER                  PIC X(06) VALUE 'SORT: '.
001970     05  WS-DL-SORT-FIELD         PIC X(01).
001980     05  FILLER                  PIC X(32) VALUE SPACES.
001990 01  WS-COLUMN-HDR-LINE.
002000     05  FILLER                  PIC X(54) VALUE
002010        'RANK  CITY         DATE      AVG(F/C)   HIGH(F/C)  LOW'.
002020     05  FILLER                  PIC X(35) VALUE
002030        '(F/C)     HDD    CDD DEP(F)'.
002040     05  FILLER                  PIC X(31) VALUE
002050        'PRECIP   SNOW PD'.
002060 01  WS-BLANK-LINE.
002070     05  FILLER                  PIC X(80) VALUE SPACES.
002080 01  WS-DETAIL-LINE.
002090     05  WS-DL2-RANK              PIC ZZZZ9.
002100     05  FILLER                  PIC X(01) VALUE SPACES.
002110     05  WS-DL2-CITY-NAME         PIC X(12).
002120     05  FILLER                  PIC X(01) VALUE SPACES.
002130     05  WS-DL2-RUN-DATE          PIC X(08).
002140     05  FILLER                  PIC X(01) VALUE SPACES.
002150     05  WS-DL2-AVERAGE-F         PIC -999.9.
002160     05  FILLER                  PIC X(01) VALUE '/'.
002170     05  WS-DL2-AVERAGE-C         PIC -99.9.
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  WS-DL2-HIGH-F            PIC -999.9.
002200     05  FILLER                  PIC X(01) VALUE '/'.
002210     05  WS-DL2-HIGH-C            PIC -99.9.
002220     05  FILLER                  PIC X(02) VALUE SPACES.
002230     05  WS-DL2-LOW-F             PIC -999.9.
002240     05  FILLER                  PIC X(01) VALUE '/'.
002250     05  WS-DL2-LOW-C             PIC -99.9.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  WS-DL2-HEATING-DD        PIC ZZZ9.9.
002280     05  FILLER                  PIC X(01) VALUE SPACES.
002290     05  WS-DL2-COOLING-DD        PIC ZZZ9.9.
002300     05  FILLER                  PIC X(01) VALUE SPACES.
002310     05  WS-DL2-DEPARTURE         PIC X(06).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  WS-DL2-PRECIP            PIC ZZZ9.9.
002340     05  FILLER                  PIC X(01) VALUE SPACES.
002350     05  WS-DL2-SNOW              PIC ZZZ9.9.
002360     05  FILLER                  PIC X(01) VALUE SPACES.
002370     05  WS-DL2-PRECIP-DAYS       PIC Z9.
002380     05  FILLER                  PIC X(12) VALUE SPACES.
002390*
002400 LINKAGE SECTION.
002410 01  PARM-DATA.
002420     05  PARM-LENGTH             PIC S9(04) COMP.
002430     05  PARM-TEXT               PIC X(20).
002440*
002450 PROCEDURE DIVISION USING PARM-DATA.
002460 0000-MAINLINE.
002470*    TOP LEVEL FLOW OF CONTROL FOR THE RANKED SUMMARY RUN.
002480*    THE SORT'S INPUT PROCEDURE RELEASES THE HISTORY RECORDS
002490*    BEING RANKED AND ITS OUTPUT PROCEDURE PRINTS THEM,
002500*    HOTTEST FIRST.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002520     SORT RANK-SORT-FILE
002530         ON DESCENDING KEY SR-SORT-FIGURE
002540         WITH DUPLICATES IN ORDER
002550         INPUT PROCEDURE IS 2000-LOAD-HISTORY THRU 2000-EXIT
002560         OUTPUT PROCEDURE IS 4000-PRINT-REPORT THRU 4000-EXIT
002570     PERFORM 5000-TERMINATE THRU 5000-EXIT
002580     GO TO 0000-EXIT.
002590 0000-EXIT.
002600     EXIT.
002610*
002620 1000-INITIALIZE.
002630*    OPENS THE HISTORY DATASET AND THE RANKED REPORT DATASET,
002640*    AND ESTABLISHES THE RUN DATE BEING SUMMARIZED.  IF CITYHIST
002650*    IS NOT AVAILABLE (E.G. CITYTEMP HAS NEVER RUN), THE REPORT
002660*    IS PRODUCED EMPTY RATHER THAN READING A FILE THAT NEVER
002670*    SUCCESSFULLY OPENED.
002680     OPEN INPUT CITY-HISTORY-FILE
002690     IF WS-HIST-STATUS = '00'
002700         SET WS-HIST-OPEN TO TRUE
002710     ELSE
002720         DISPLAY 'CITY HISTORY FILE NOT AVAILABLE - STATUS '
002730             WS-HIST-STATUS
002740         DISPLAY 'RANKED SUMMARY WILL BE EMPTY FOR THIS RUN'
002750     END-IF
002760     OPEN INPUT HISTORY-ARCHIVE-FILE
002770     IF WS-ARCH-STATUS = '00'
002780         SET WS-ARCH-OPEN TO TRUE
002790     ELSE
002800         DISPLAY 'HISTORY ARCHIVE NOT PRESENT - STATUS '
002810             WS-ARCH-STATUS
002820     END-IF
002830     OPEN OUTPUT RANKED-REPORT-FILE
002840     PERFORM 1100-PARSE-REQUEST THRU 1100-EXIT.
002850 1000-EXIT.
002860     EXIT.
002870*
002880 1100-PARSE-REQUEST.
002890*    ESTABLISHES THE DATE (OR DATE RANGE) AND RANKING FIELD
002900*    FROM THE PARM.  NO PARM MEANS TODAY, RANKED BY AVERAGE -
002910*    EXACTLY WHAT THE NIGHTLY JOB HAS ALWAYS DONE.  A GARBLED
002920*    PARM ENDS THE STEP RC=8 WITH AN EMPTY REPORT RATHER THAN
002930*    QUIETLY RANKING THE WRONG DATE.
002940     MOVE 'A' TO WS-SORT-FIELD
002950     IF PARM-LENGTH = ZERO
002960         ACCEPT WS-FROM-DATE FROM DATE YYYYMMDD
002970         MOVE WS-FROM-DATE TO WS-TO-DATE
002980         GO TO 1100-EXIT
002990     END-IF
003000     IF PARM-LENGTH < 8
003010         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003020         GO TO 1100-EXIT
003030     END-IF
003040     MOVE PARM-TEXT (1:8) TO WS-FROM-DATE
003050     MOVE WS-FROM-DATE TO WS-TO-DATE
003060     EVALUATE TRUE
003070         WHEN PARM-LENGTH = 8
003080             CONTINUE
003090         WHEN PARM-LENGTH = 10 AND PARM-TEXT (9:1) = ','
003100             MOVE PARM-TEXT (10:1) TO WS-SORT-FIELD
003110         WHEN PARM-LENGTH = 17 AND PARM-TEXT (9:1) = '-'
003120             MOVE PARM-TEXT (10:8) TO WS-TO-DATE
003130         WHEN PARM-LENGTH = 19 AND PARM-TEXT (9:1) = '-'
003140                 AND PARM-TEXT (18:1) = ','
003150             MOVE PARM-TEXT (10:8) TO WS-TO-DATE
003160             MOVE PARM-TEXT (19:1) TO WS-SORT-FIELD
003170         WHEN OTHER
003180             PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003190             GO TO 1100-EXIT
003200     END-EVALUATE
003210     MOVE WS-FROM-DATE TO WS-DATE-WORK
003220     IF WS-DATE-WORK-N NOT NUMERIC
003230         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003240         GO TO 1100-EXIT
003250     END-IF
003260     MOVE WS-TO-DATE TO WS-DATE-WORK
003270     IF WS-DATE-WORK-N NOT NUMERIC
003280         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003290         GO TO 1100-EXIT
003300     END-IF
003310     IF WS-FROM-DATE > WS-TO-DATE
003320         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003330         GO TO 1100-EXIT
003340     END-IF
003350     IF NOT WS-SORT-AVERAGE AND NOT WS-SORT-HIGH
003360             AND NOT WS-SORT-LOW
003370         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003380     END-IF.
003390 1100-EXIT.
003400     EXIT.
003410*
003420 1150-FLAG-BAD-PARM.
003430*    REPORTS AN UNUSABLE PARM AND FLAGS THE RUN SO NOTHING IS
003440*    LOADED OR RANKED.
003450     DISPLAY 'CITYREPT PARM MUST BE YYYYMMDD OR '
003460         'YYYYMMDD-YYYYMMDD, WITH OPTIONAL ,A ,H OR ,L'
003470     DISPLAY 'SORT FIELD - GOT: ' PARM-TEXT
003480     SET WS-PARM-ERROR TO TRUE
003490     MOVE 8 TO RETURN-CODE.
003500 1150-EXIT.
003510     EXIT.
003520*
003530 2000-LOAD-HISTORY.
003540*    RELEASES EVERY HISTORY RECORD FOR THE REQUESTED DATE OR
003550*    RANGE TO THE SORT - FROM THE ONLINE CLUSTER AND, WHEN
003560*    PRESENT, THE ARCHIVE GENERATIONS, SO A PURGED DATE STILL
003570*    RANKS.  NOTHING IS RELEASED WHEN THE PARM WAS UNUSABLE.
003580     IF WS-PARM-ERROR
003590         GO TO 2000-EXIT
003600     END-IF
003610     IF WS-HIST-OPEN
003620         PERFORM 2100-READ-ONE-HISTORY-RECORD THRU 2100-EXIT
003630             UNTIL WS-EOF
003640     END-IF
003650     IF WS-ARCH-OPEN
003660         PERFORM 2050-READ-ONE-ARCHIVE-RECORD THRU 2050-EXIT
003670             UNTIL WS-ARCH-EOF
003680     END-IF.
003690 2000-EXIT.
003700     EXIT.
003710*
003720 2050-READ-ONE-ARCHIVE-RECORD.
003730*    READS ONE ARCHIVED HISTORY RECORD AND RELEASES IT THE
003740*    SAME WAY THE ONLINE RECORDS GO.  ARCHIVE AND CLUSTER NEVER
003750*    BOTH HOLD THE SAME KEY - CITYARCH DELETES WHAT IT COPIES.
003760     READ HISTORY-ARCHIVE-FILE INTO ARCH-RECORD
003770         AT END
003780             MOVE 'Y' TO WS-ARCH-EOF-SWITCH
003790             GO TO 2050-EXIT
003800     END-READ
003810     MOVE ARCH-RECORD TO HIST-RECORD
003820     PERFORM 2110-RELEASE-ONE-RANK-ROW THRU 2110-EXIT.
003830 2050-EXIT.
003840     EXIT.
003850*
003860 2100-READ-ONE-HISTORY-RECORD.
003870*    READS THE NEXT HISTORY RECORD IN KEY SEQUENCE AND RELEASES
003880*    IT WHEN IT FALLS IN THE DATE RANGE BEING RANKED.
003890     READ CITY-HISTORY-FILE NEXT RECORD
003900         AT END
003910             MOVE 'Y' TO WS-EOF-SWITCH
003920             GO TO 2100-EXIT
003930     END-READ
003940     PERFORM 2110-RELEASE-ONE-RANK-ROW THRU 2110-EXIT.
003950 2100-EXIT.
003960     EXIT.
003970*
003980 2110-RELEASE-ONE-RANK-ROW.
003990*    RELEASES THE HISTORY RECORD JUST READ TO THE SORT WHEN IT
004000*    FALLS IN THE DATE RANGE BEING RANKED - ONE ROW PER CITY
004010*    PER RUN DATE - KEYED ON THE REQUESTED RANKING FIELD
004020*    (AVERAGE, MONTHLY HIGH OR MONTHLY LOW) SO THE HOTTEST ROW
004030*    COMES BACK FIRST.
004040     IF HIST-RUN-DATE < WS-FROM-DATE
004050             OR HIST-RUN-DATE > WS-TO-DATE
004060         GO TO 2110-EXIT
004070     END-IF
004080     EVALUATE TRUE
004090         WHEN WS-SORT-HIGH
004100             MOVE HIST-MONTH-HIGH-F TO SR-SORT-FIGURE
004110         WHEN WS-SORT-LOW
004120             MOVE HIST-MONTH-LOW-F TO SR-SORT-FIGURE
004130         WHEN OTHER
004140             MOVE HIST-AVERAGE-TEMP-F TO SR-SORT-FIGURE
004150     END-EVALUATE
004160     MOVE HIST-RUN-DATE        TO SR-RUN-DATE
004170     MOVE HIST-CITY-NAME       TO SR-CITY-NAME
004180     MOVE HIST-AVERAGE-TEMP-F  TO SR-AVERAGE-TEMP-F
004190     MOVE HIST-AVERAGE-TEMP-C  TO SR-AVERAGE-TEMP-C
004200     MOVE HIST-MONTH-HIGH-F    TO SR-MONTH-HIGH-F
004210     MOVE HIST-MONTH-HIGH-C    TO SR-MONTH-HIGH-C
004220     MOVE HIST-MONTH-LOW-F     TO SR-MONTH-LOW-F
004230     MOVE HIST-MONTH-LOW-C     TO SR-MONTH-LOW-C
004240     MOVE HIST-HEATING-DD-F    TO SR-HEATING-DD
004250     MOVE HIST-COOLING-DD-F    TO SR-COOLING-DD
004260     MOVE HIST-NORMAL-FLAG     TO SR-NORMAL-FLAG
004270     MOVE HIST-DEPARTURE-F     TO SR-DEPARTURE-F
004280     MOVE HIST-PRECIP-TOTAL-MM TO SR-PRECIP-MM
004290     MOVE HIST-SNOW-TOTAL-CM   TO SR-SNOW-CM
004300     MOVE HIST-PRECIP-DAYS     TO SR-PRECIP-DAYS
004310     RELEASE SR-RECORD.
004320 2110-EXIT.
004330     EXIT.
004340*
004350 4000-PRINT-REPORT.
004360*    PRINTS THE RANKED SUMMARY AS THE SORT RETURNS IT,
004370*    STARTING A NEW PAGE EVERY WS-LINES-PER-PAGE DETAIL LINES.
004380     MOVE ZERO TO WS-LINE-COUNT
004390     MOVE ZERO TO WS-RANK-NO
004400     PERFORM 4100-PRINT-ONE-RANK THRU 4100-EXIT
004410         UNTIL WS-SORT-EOF.
004420 4000-EXIT.
004430     EXIT.
004440*
004450 4100-PRINT-ONE-RANK.
004460*    RETURNS THE NEXT ROW IN RANK ORDER AND PRINTS ITS DETAIL
004470*    LINE, HEADING A NEW PAGE FIRST WHEN THE CURRENT PAGE IS
004480*    FULL.
004490     RETURN RANK-SORT-FILE
004500         AT END
004510             SET WS-SORT-EOF TO TRUE
004520             GO TO 4100-EXIT
004530     END-RETURN
004540     ADD 1 TO WS-RANK-NO
004550     IF WS-LINE-COUNT = ZERO
004560         PERFORM 4200-PRINT-PAGE-HEADER THRU 4200-EXIT
004570     END-IF
004580     MOVE WS-RANK-NO        TO WS-DL2-RANK
004590     MOVE SR-RUN-DATE       TO WS-DL2-RUN-DATE
004600     MOVE SR-CITY-NAME      TO WS-DL2-CITY-NAME
004610     MOVE SR-AVERAGE-TEMP-F TO WS-DL2-AVERAGE-F
004620     MOVE SR-AVERAGE-TEMP-C TO WS-DL2-AVERAGE-C
004630     MOVE SR-MONTH-HIGH-F   TO WS-DL2-HIGH-F
004640     MOVE SR-MONTH-HIGH-C   TO WS-DL2-HIGH-C
004650     MOVE SR-MONTH-LOW-F    TO WS-DL2-LOW-F
004660     MOVE SR-MONTH-LOW-C    TO WS-DL2-LOW-C
004670     MOVE SR-HEATING-DD     TO WS-DL2-HEATING-DD
004680     MOVE SR-COOLING-DD     TO WS-DL2-COOLING-DD
004690     IF SR-NORMAL-FLAG = 'Y'
004700         MOVE SR-DEPARTURE-F TO WS-ED-DEPARTURE
004710         MOVE WS-ED-DEPARTURE TO WS-DL2-DEPARTURE
004720     ELSE
004730         MOVE '   N/A' TO WS-DL2-DEPARTURE
004740     END-IF
004750     MOVE SR-PRECIP-MM      TO WS-DL2-PRECIP
004760     MOVE SR-SNOW-CM        TO WS-DL2-SNOW
004770     MOVE SR-PRECIP-DAYS    TO WS-DL2-PRECIP-DAYS
004780     WRITE RR-PRINT-LINE FROM WS-DETAIL-LINE
004790         AFTER ADVANCING 1 LINE
004800     ADD 1 TO WS-LINE-COUNT
004810     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004820         MOVE ZERO TO WS-LINE-COUNT
004830     END-IF.
004840 4100-EXIT.
004850     EXIT.
004860*
004870 4200-PRINT-PAGE-HEADER.
004880*    STARTS A NEW PAGE: TITLE, RUN DATE/PAGE NUMBER, A BLANK
004890*    LINE, AND THE COLUMN HEADINGS.
004900     ADD 1 TO WS-PAGE-NO
004910     WRITE RR-PRINT-LINE FROM WS-TITLE-LINE
004920         AFTER ADVANCING PAGE
004930     IF WS-FROM-DATE = WS-TO-DATE
004940         MOVE WS-FROM-DATE TO WS-DL-RUN-DATE
004950     ELSE
004960         MOVE SPACES TO WS-DL-RUN-DATE
004970         STRING WS-FROM-DATE DELIMITED BY SIZE
004980                '-'          DELIMITED BY SIZE
004990                WS-TO-DATE   DELIMITED BY SIZE
005000             INTO WS-DL-RUN-DATE
005010         END-STRING
005020     END-IF
005030     MOVE WS-SORT-FIELD TO WS-DL-SORT-FIELD
005040     MOVE WS-PAGE-NO  TO WS-DL-PAGE-NO
005050     WRITE RR-PRINT-LINE FROM WS-DATE-LINE
005060         AFTER ADVANCING 1 LINE
005070     WRITE RR-PRINT-LINE FROM WS-BLANK-LINE
005080         AFTER ADVANCING 1 LINE
005090     WRITE RR-PRINT-LINE FROM WS-COLUMN-HDR-LINE
005100         AFTER ADVANCING 1 LINE.
005110 4200-EXIT.
005120     EXIT.
005130*
005140 5000-TERMINATE.
005150*    CLOSES THE DATASETS USED BY THIS RUN.
005160     IF WS-HIST-OPEN
005170         CLOSE CITY-HISTORY-FILE
005180     END-IF
005190     IF WS-ARCH-OPEN
005200         CLOSE HISTORY-ARCHIVE-FILE
005210     END-IF
005220     CLOSE RANKED-REPORT-FILE
005230     STOP RUN.
005240 5000-EXIT.
005250     EXIT.
005260 END PROGRAM CITYREPT.

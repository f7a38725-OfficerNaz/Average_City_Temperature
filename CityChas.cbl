000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CITYCHAS.
000120 AUTHOR. NAZ SASSINE.
000130 INSTALLATION. DESKTOP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160 SECURITY. NONE.
000170*
000180*    MODIFICATION HISTORY
000190*    --------------------
000200*    2026-10-15  NS  FIRST VERSION.  MORNING CHASE LIST AND
000210*                     STATION FEEDBACK FILE, RUN AFTER THE
000220*                     NIGHTLY CITYPOST STEP.  FOR EVERY STATION
000230*                     IN SERVICE IT LISTS THE DAYS SO FAR THIS
000240*                     MONTH WITH NO POSTED SLOT ON CITYMTD, ANY
000250*                     DAY CITYPOST HAS REPLACED MORE THAN ONCE,
000260*                     AND THE CARDS REJECTED THAT NIGHT WITH
000270*                     THEIR REASON FROM CITYERR - ONE RECORD PER
000280*                     ITEM ON CITYFBK FOR THE OUTBOUND SIDE AND
000290*                     ONE LINE PER ITEM ON THE PRINTED LIST.  A
000300*                     STATION WITH NOTHING OUTSTANDING, OR NOT
000310*                     IN SERVICE FOR THE MONTH, IS LEFT OFF.
000320*                     MISSING DAYS ARE NOT WRITTEN TO CITYERR.
000330*                     NO PARM CHASES THROUGH THE DAY BEFORE THE
000340*                     RUN DATE; PARM='YYYYMMDD' NAMES ANOTHER
000350*                     LAST DAY.  READ ONLY.
000360*
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT CITY-MASTER-FILE ASSIGN TO CITYMSTR
000410         ORGANIZATION IS SEQUENTIAL.
000420     SELECT CITY-MTD-FILE ASSIGN TO CITYMTD
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS MTD-KEY
000460         FILE STATUS IS WS-MTD-STATUS.
000470     SELECT CITY-ERROR-FILE ASSIGN TO CITYERR
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-ERR-STATUS.
000500     SELECT CHASE-SORT-FILE ASSIGN TO SORTWK01.
000510     SELECT FEEDBACK-FILE ASSIGN TO CITYFBK
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT CHASE-REPORT-FILE ASSIGN TO CITYCHSR
000540         ORGANIZATION IS SEQUENTIAL.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  CITY-MASTER-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY CMREC.
000610*
000620 FD  CITY-MTD-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY MTDREC.
000650*
000660 FD  CITY-ERROR-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY ERRREC.
000690*
000700*    ONE SORT RECORD PER STATION FROM CITYMSTR (TYPE 'H',
000710*    CARRYING ITS NAME, REGION AND WHETHER IT IS LEFT OFF)
000720*    AND ONE PER OUTSTANDING ITEM - 'M' MISSING DAY, 'P'
000730*    REPOSTED DAY, 'R' REJECTED CARD.  SORTED ON CITY, TYPE
000740*    AND DAY, SO EACH STATION'S 'H' RECORD ARRIVES AHEAD OF
000750*    ITS ITEMS; A CITY WITH ITEMS BUT NO 'H' IS NOT ON THE
000760*    MASTER.
000770 SD  CHASE-SORT-FILE.
000780 01  SR-RECORD.
000790     05  SR-CITY-CODE            PIC X(04).
000800     05  SR-ITEM-TYPE            PIC X(01).
000810         88  SR-STATION-HEADER     VALUE 'H'.
000820         88  SR-MISSING-DAY        VALUE 'M'.
000830         88  SR-REPOSTED-DAY       VALUE 'P'.
000840         88  SR-REJECTED-CARD      VALUE 'R'.
000850     05  SR-DAY-NO               PIC 9(02).
000860     05  SR-CITY-NAME            PIC X(12).
000870     05  SR-REGION-CODE          PIC X(03).
000880     05  SR-LEAVE-OFF-SWITCH     PIC X(01).
000890         88  SR-LEAVE-OFF          VALUE 'Y'.
000900     05  SR-POST-COUNT           PIC 9(02).
000910     05  SR-RAW-VALUE            PIC X(04).
000920     05  SR-REASON               PIC X(22).
000930*
000940 FD  FEEDBACK-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY FBKREC.
000970*
000980 FD  CHASE-REPORT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  CH-PRINT-LINE               PIC X(80).
001010*
001020 WORKING-STORAGE SECTION.
001030 01  WS-MTD-STATUS               PIC X(02) VALUE '00'.
001040 01  WS-ERR-STATUS               PIC X(02) VALUE '00'.
001050 01  WS-REFUSED-SWITCH           PIC X(01) VALUE 'N'.
001060     88  WS-REFUSED                VALUE 'Y'.
001070 01  WS-MTD-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001080     88  WS-MTD-OPEN               VALUE 'Y'.
001090 01  WS-ERR-OPEN-SWITCH          PIC X(01) VALUE 'N'.
001100     88  WS-ERR-OPEN               VALUE 'Y'.
001110 01  WS-MTD-FOUND-SWITCH         PIC X(01) VALUE 'N'.
001120     88  WS-MTD-FOUND              VALUE 'Y'.
001130 01  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
001140     88  WS-MSTR-EOF               VALUE 'Y'.
001150 01  WS-ERR-EOF-SWITCH           PIC X(01) VALUE 'N'.
001160     88  WS-ERR-EOF                VALUE 'Y'.
001170 01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001180     88  WS-SORT-EOF               VALUE 'Y'.
001190 01  WS-LEFT-OFF-SWITCH          PIC X(01) VALUE 'N'.
001200     88  WS-LEFT-OFF               VALUE 'Y'.
001210 01  WS-STATION-LISTED-SWITCH    PIC X(01) VALUE 'N'.
001220     88  WS-STATION-LISTED         VALUE 'Y'.
001230 01  WS-RUN-DATE                 PIC X(08).
001240*    THE LAST DAY CHASED - THE DAY BEFORE THE RUN DATE UNLESS
001250*    THE PARM NAMES ANOTHER.  ITS MONTH IS THE MONTH CHASED.
001260 01  WS-AS-OF-DATE.
001270     05  WS-AS-OF-YEAR           PIC 9(04).
001280     05  WS-AS-OF-MONTH          PIC 9(02).
001290     05  WS-AS-OF-DAY            PIC 9(02).
001300 01  WS-AS-OF-DATE-X REDEFINES WS-AS-OF-DATE
001310                                 PIC X(08).
001320 01  WS-AS-OF-DATE-N REDEFINES WS-AS-OF-DATE
001330                                 PIC 9(08).
001340 01  WS-MONTH-START              PIC 9(08) VALUE ZERO.
001350 01  WS-DAYS-IN-MONTH            PIC 9(02) COMP VALUE ZERO.
001360 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
001370 01  WS-LEAP-REM-4               PIC 9(03) COMP VALUE ZERO.
001380 01  WS-LEAP-REM-100             PIC 9(03) COMP VALUE ZERO.
001390 01  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
001400 01  WS-DAY-SUB                  PIC 9(02) COMP VALUE ZERO.
001410*    THE DAYS OF THE MONTH A STATION IS CHASED FOR - THE
001420*    WHOLE MONTH SO FAR, CUT BACK TO ITS SERVICE DATES WHEN
001430*    IT WENT INTO OR OUT OF SERVICE DURING THE MONTH.
001440 01  WS-FIRST-DAY                PIC 9(02) COMP VALUE ZERO.
001450 01  WS-LAST-DAY                 PIC 9(02) COMP VALUE ZERO.
001460 01  WS-DATE-QUOT                PIC 9(06) COMP VALUE ZERO.
001470*    THE STATION IN HAND ON THE SORTED LIST.
001480 01  WS-PREV-CITY                PIC X(04) VALUE SPACES.
001490 01  WS-CUR-NAME                 PIC X(12).
001500 01  WS-CUR-REGION               PIC X(03).
001510 01  WS-STN-MISSING              PIC 9(03) COMP VALUE ZERO.
001520 01  WS-STN-REPOSTED             PIC 9(03) COMP VALUE ZERO.
001530 01  WS-STN-REJECTED             PIC 9(04) COMP VALUE ZERO.
001540*    RUN TOTALS.
001550 01  WS-CITIES-READ              PIC 9(05) COMP VALUE ZERO.
001560 01  WS-CITIES-LEFT-OFF          PIC 9(05) COMP VALUE ZERO.
001570 01  WS-STATIONS-LISTED          PIC 9(05) COMP VALUE ZERO.
001580 01  WS-REJECTS-READ             PIC 9(07) COMP VALUE ZERO.
001590 01  WS-REJECTS-LEFT-OFF         PIC 9(07) COMP VALUE ZERO.
001600 01  WS-TOTAL-MISSING            PIC 9(07) COMP VALUE ZERO.
001610 01  WS-TOTAL-REPOSTED           PIC 9(07) COMP VALUE ZERO.
001620 01  WS-TOTAL-REJECTED           PIC 9(07) COMP VALUE ZERO.
001630 01  WS-FBK-WRITTEN              PIC 9(07) COMP VALUE ZERO.
001640 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001650 01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
001660 01  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
001670 01  WS-SAVE-LINE                PIC X(80).
001680 01  WS-ED-COUNT                 PIC Z9.
001690 01  WS-DATE-LABEL.
001700     05  WS-DL-YEAR               PIC 9(04).
001710     05  FILLER                  PIC X(01) VALUE '-'.
001720     05  WS-DL-MONTH              PIC 9(02).
001730     05  FILLER                  PIC X(01) VALUE '-'.
001740     05  WS-DL-DAY                PIC 9(02).
001750 01  WS-DAY-LABEL.
001760     05  FILLER                  PIC X(04) VALUE 'DAY '.
001770     05  WS-DY-DAY                PIC 9(02).
001780     05  FILLER                  PIC X(04) VALUE SPACES.
001790 01  WS-TITLE-LINE.
001800     05  FILLER PIC X(80) VALUE
001810        'MORNING CHASE LIST - DAYS AND CARDS OUTSTANDING'.
001820 01  WS-REQUEST-LINE.
001830     05  FILLER                  PIC X(07) VALUE 'MONTH: '.
001840     05  WS-RQ-PERIOD             PIC X(06).
001850     05  FILLER                  PIC X(16) VALUE
001860        '  DAYS THROUGH: '.
001870     05  WS-RQ-DAY                PIC 9(02).
001880     05  FILLER                  PIC X(12) VALUE
001890        '  RUN DATE: '.
001900     05  WS-RQ-RUN-DATE           PIC X(08).
001910     05  FILLER                  PIC X(04) VALUE SPACES.
001920     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
001930     05  WS-RQ-PAGE-NO            PIC ZZZ9.
001940     05  FILLER                  PIC X(15) VALUE SPACES.
001950 01  WS-BLANK-LINE.
001960     05  FILLER                  PIC X(80) VALUE SPACES.
001970 01  WS-STATION-LINE.
001980     05  FILLER                  PIC X(09) VALUE 'STATION: '.
001990     05  WS-SL-CITY-CODE          PIC X(04).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  WS-SL-CITY-NAME          PIC X(12).
002020     05  FILLER                  PIC X(10) VALUE
002030        '  REGION: '.
002040     05  WS-SL-REGION             PIC X(03).
002050     05  FILLER                  PIC X(40) VALUE SPACES.
002060 01  WS-ITEM-LINE.
002070     05  FILLER                  PIC X(04) VALUE SPACES.
002080     05  WS-IL-WHEN               PIC X(10).
002090     05  FILLER                  PIC X(02) VALUE SPACES.
002100     05  WS-IL-TEXT               PIC X(40).
002110     05  FILLER                  PIC X(02) VALUE SPACES.
002120     05  WS-IL-DETAIL.
002130         10  WS-IL-DETAIL-LABEL   PIC X(14).
002140         10  WS-IL-DETAIL-VALUE   PIC X(04).
002150         10  FILLER              PIC X(04).
002160 01  WS-STATION-TOTAL-LINE.
002170     05  FILLER                  PIC X(04) VALUE SPACES.
002180     05  FILLER                  PIC X(09) VALUE 'MISSING: '.
002190     05  WS-ST-MISSING            PIC ZZ9.
002200     05  FILLER                  PIC X(12) VALUE
002210        '  REPOSTED: '.
002220     05  WS-ST-REPOSTED           PIC ZZ9.
002230     05  FILLER                  PIC X(12) VALUE
002240        '  REJECTED: '.
002250     05  WS-ST-REJECTED           PIC ZZZ9.
002260     05  FILLER                  PIC X(33) VALUE SPACES.
002270 01  WS-TOTAL-LINE-1.
002280     05  FILLER                  PIC X(17) VALUE
002290        'STATIONS LISTED: '.
002300     05  WS-TL-LISTED             PIC ZZZZ9.
002310     05  FILLER                  PIC X(29) VALUE
002320        '  LEFT OFF, NOT IN SERVICE: '.
002330     05  WS-TL-LEFT-OFF           PIC ZZZZ9.
002340     05  FILLER                  PIC X(24) VALUE SPACES.
002350 01  WS-TOTAL-LINE-2.
002360     05  FILLER                  PIC X(14) VALUE
002370        'MISSING DAYS: '.
002380     05  WS-TL-MISSING            PIC ZZZZZ9.
002390     05  FILLER                  PIC X(17) VALUE
002400        '  REPOSTED DAYS: '.
002410     05  WS-TL-REPOSTED           PIC ZZZZZ9.
002420     05  FILLER                  PIC X(18) VALUE
002430        '  REJECTED CARDS: '.
002440     05  WS-TL-REJECTED           PIC ZZZZZ9.
002450     05  FILLER                  PIC X(13) VALUE SPACES.
002460 01  WS-NOTHING-LINE.
002470     05  FILLER                  PIC X(80) VALUE
002480        'NOTHING OUTSTANDING - NO STATION TO CHASE'.
002490*
002500 LINKAGE SECTION.
002510 01  PARM-DATA.
002520     05  PARM-LENGTH             PIC S9(04) COMP.
002530     05  PARM-TEXT               PIC X(08).
002540*
002550 PROCEDURE DIVISION USING PARM-DATA.
002560 0000-MAINLINE.
002570*    TOP LEVEL FLOW OF CONTROL FOR THE CHASE LIST.  THE SORT'S
002580*    INPUT PROCEDURE GATHERS EVERY STATION AND EVERY
002590*    OUTSTANDING ITEM; ITS OUTPUT PROCEDURE LISTS THEM
002600*    STATION BY STATION.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002620     IF NOT WS-REFUSED
002630         SORT CHASE-SORT-FILE
002640             ON ASCENDING KEY SR-CITY-CODE SR-ITEM-TYPE
002650                 SR-DAY-NO
002660             WITH DUPLICATES IN ORDER
002670             INPUT PROCEDURE IS 2000-GATHER-ITEMS
002680                 THRU 2000-EXIT
002690             OUTPUT PROCEDURE IS 3000-LIST-STATIONS
002700                 THRU 3000-EXIT
002710     END-IF
002720     PERFORM 4000-TERMINATE THRU 4000-EXIT
002730     GO TO 0000-EXIT.
002740 0000-EXIT.
002750     EXIT.
002760*
002770 1000-INITIALIZE.
002780*    PARSES THE PARM AND OPENS THE DATASETS.  CITYMTD AND THE
002790*    NIGHT'S CITYERR ARE BOTH NEEDED - A LIST WITHOUT EITHER
002800*    WOULD SEND THE STATIONS HALF THE STORY.
002810     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002820     OPEN OUTPUT CHASE-REPORT-FILE
002830     PERFORM 1100-PARSE-REQUEST THRU 1100-EXIT
002840     IF WS-REFUSED
002850         GO TO 1000-EXIT
002860     END-IF
002870     OPEN INPUT CITY-MTD-FILE
002880     IF WS-MTD-STATUS NOT = '00'
002890         DISPLAY 'CITY MTD FILE NOT AVAILABLE - STATUS '
002900             WS-MTD-STATUS
002910         SET WS-REFUSED TO TRUE
002920         MOVE 8 TO RETURN-CODE
002930         GO TO 1000-EXIT
002940     END-IF
002950     SET WS-MTD-OPEN TO TRUE
002960     OPEN INPUT CITY-ERROR-FILE
002970     IF WS-ERR-STATUS NOT = '00'
002980         DISPLAY 'CITY ERROR FILE NOT AVAILABLE - STATUS '
002990             WS-ERR-STATUS
003000         SET WS-REFUSED TO TRUE
003010         MOVE 8 TO RETURN-CODE
003020         GO TO 1000-EXIT
003030     END-IF
003040     SET WS-ERR-OPEN TO TRUE
003050     PERFORM 1200-SET-DAYS-IN-MONTH THRU 1200-EXIT
003060     COMPUTE WS-MONTH-START =
003070         WS-AS-OF-YEAR * 10000 + WS-AS-OF-MONTH * 100 + 1
003080     OPEN INPUT CITY-MASTER-FILE
003090     OPEN OUTPUT FEEDBACK-FILE.
003100 1000-EXIT.
003110     EXIT.
003120*
003130 1100-PARSE-REQUEST.
003140*    NO PARM MEANS THROUGH THE DAY BEFORE THE RUN DATE;
003150*    OTHERWISE PARM='YYYYMMDD' NAMES THE LAST DAY CHASED.
003160     IF PARM-LENGTH = ZERO
003170         PERFORM 1150-SET-YESTERDAY THRU 1150-EXIT
003180         GO TO 1100-EXIT
003190     END-IF
003200     IF PARM-LENGTH NOT = 8
003210         PERFORM 1190-FLAG-BAD-PARM THRU 1190-EXIT
003220         GO TO 1100-EXIT
003230     END-IF
003240     MOVE PARM-TEXT TO WS-AS-OF-DATE-X
003250     IF WS-AS-OF-YEAR NOT NUMERIC
003260             OR WS-AS-OF-MONTH NOT NUMERIC
003270             OR WS-AS-OF-DAY NOT NUMERIC
003280         PERFORM 1190-FLAG-BAD-PARM THRU 1190-EXIT
003290         GO TO 1100-EXIT
003300     END-IF
003310     IF WS-AS-OF-MONTH < 1 OR WS-AS-OF-MONTH > 12
003320         PERFORM 1190-FLAG-BAD-PARM THRU 1190-EXIT
003330         GO TO 1100-EXIT
003340     END-IF
003350     PERFORM 1200-SET-DAYS-IN-MONTH THRU 1200-EXIT
003360     IF WS-AS-OF-DAY < 1 OR WS-AS-OF-DAY > WS-DAYS-IN-MONTH
003370         PERFORM 1190-FLAG-BAD-PARM THRU 1190-EXIT
003380     END-IF.
003390 1100-EXIT.
003400     EXIT.
003410*
003420 1150-SET-YESTERDAY.
003430*    STEPS BACK ONE DAY FROM THE RUN DATE.  ON THE FIRST OF
003440*    THE MONTH THAT IS THE LAST DAY OF THE MONTH BEFORE, SO
003450*    THE WHOLE OF IT IS CHASED BEFORE CITYCLOS CLOSES IT.
003460     MOVE WS-RUN-DATE TO WS-AS-OF-DATE-X
003470     IF WS-AS-OF-DAY > 1
003480         SUBTRACT 1 FROM WS-AS-OF-DAY
003490         GO TO 1150-EXIT
003500     END-IF
003510     IF WS-AS-OF-MONTH = 1
003520         MOVE 12 TO WS-AS-OF-MONTH
003530         SUBTRACT 1 FROM WS-AS-OF-YEAR
003540     ELSE
003550         SUBTRACT 1 FROM WS-AS-OF-MONTH
003560     END-IF
003570     PERFORM 1200-SET-DAYS-IN-MONTH THRU 1200-EXIT
003580     MOVE WS-DAYS-IN-MONTH TO WS-AS-OF-DAY.
003590 1150-EXIT.
003600     EXIT.
003610*
003620 1190-FLAG-BAD-PARM.
003630*    REPORTS AN UNUSABLE PARM.  NOTHING IS LISTED.
003640     DISPLAY 'CITYCHAS PARM MUST BE YYYYMMDD - GOT: ' PARM-TEXT
003650     SET WS-REFUSED TO TRUE
003660     MOVE 8 TO RETURN-CODE.
003670 1190-EXIT.
003680     EXIT.
003690*
003700 1200-SET-DAYS-IN-MONTH.
003710*    WORKS OUT HOW MANY DAYS THE MONTH HAS, WITH THE FULL
003720*    CENTURY RULE FOR FEBRUARY.
003730     EVALUATE WS-AS-OF-MONTH
003740         WHEN 4
003750         WHEN 6
003760         WHEN 9
003770         WHEN 11
003780             MOVE 30 TO WS-DAYS-IN-MONTH
003790         WHEN 2
003800             MOVE 28 TO WS-DAYS-IN-MONTH
003810             DIVIDE WS-AS-OF-YEAR BY 4
003820                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
003830             DIVIDE WS-AS-OF-YEAR BY 100
003840                 GIVING WS-LEAP-QUOT
003850                 REMAINDER WS-LEAP-REM-100
003860             DIVIDE WS-AS-OF-YEAR BY 400
003870                 GIVING WS-LEAP-QUOT
003880                 REMAINDER WS-LEAP-REM-400
003890             IF WS-LEAP-REM-400 = ZERO
003900                 MOVE 29 TO WS-DAYS-IN-MONTH
003910             ELSE
003920                 IF WS-LEAP-REM-4 = ZERO
003930                         AND WS-LEAP-REM-100 NOT = ZERO
003940                     MOVE 29 TO WS-DAYS-IN-MONTH
003950                 END-IF
003960             END-IF
003970         WHEN OTHER
003980             MOVE 31 TO WS-DAYS-IN-MONTH
003990     END-EVALUATE.
004000 1200-EXIT.
004010     EXIT.
004020*
004030 2000-GATHER-ITEMS.
004040*    SORT INPUT PROCEDURE - EVERY STATION ON THE MASTER WITH
004050*    ITS MISSING AND REPOSTED DAYS, THEN EVERY CARD CITYPOST
004060*    REJECTED THAT NIGHT.
004070     PERFORM 2100-GATHER-ONE-CITY THRU 2100-EXIT
004080         UNTIL WS-MSTR-EOF
004090     PERFORM 2500-GATHER-ONE-REJECT THRU 2500-EXIT
004100         UNTIL WS-ERR-EOF.
004110 2000-EXIT.
004120     EXIT.
004130*
004140 2100-GATHER-ONE-CITY.
004150*    READS ONE CITY MASTER RECORD AND RELEASES ITS STATION
004160*    RECORD.  A STATION NOT YET IN SERVICE BY THE LAST DAY
004170*    CHASED, OR TAKEN OUT BEFORE THE MONTH BEGAN, IS NOT
004180*    EXPECTED TO REPORT - IT IS MARKED LEFT OFF SO ITS
004190*    REJECTED CARDS ARE DROPPED TOO, AND NOTHING ELSE IS
004200*    GATHERED FOR IT.
004210     READ CITY-MASTER-FILE
004220         AT END
004230             MOVE 'Y' TO WS-MSTR-EOF-SWITCH
004240             GO TO 2100-EXIT
004250     END-READ
004260     ADD 1 TO WS-CITIES-READ
004270     PERFORM 2900-START-SORT-ITEM THRU 2900-EXIT
004280     SET SR-STATION-HEADER TO TRUE
004290     MOVE CM-CITY-NAME   TO SR-CITY-NAME
004300     MOVE CM-REGION-CODE TO SR-REGION-CODE
004310     IF CM-IN-SERVICE-DATE > WS-AS-OF-DATE-N
004320             OR (CM-OUT-SERVICE-DATE NOT = ZERO
004330             AND CM-OUT-SERVICE-DATE < WS-MONTH-START)
004340         SET SR-LEAVE-OFF TO TRUE
004350         ADD 1 TO WS-CITIES-LEFT-OFF
004360         RELEASE SR-RECORD
004370         GO TO 2100-EXIT
004380     END-IF
004390     RELEASE SR-RECORD
004400     PERFORM 2150-SET-CHASE-WINDOW THRU 2150-EXIT
004410     PERFORM 2200-READ-CITY-MONTH THRU 2200-EXIT
004420     PERFORM 2300-CHECK-ONE-SLOT THRU 2300-EXIT
004430         VARYING WS-DAY-SUB FROM WS-FIRST-DAY BY 1
004440         UNTIL WS-DAY-SUB > WS-LAST-DAY
004450     IF WS-MTD-FOUND
004460         PERFORM 2400-CHECK-ONE-REPOST THRU 2400-EXIT
004470             VARYING WS-DAY-SUB FROM 1 BY 1
004480             UNTIL WS-DAY-SUB > WS-AS-OF-DAY
004490     END-IF.
004500 2100-EXIT.
004510     EXIT.
004520*
004530 2150-SET-CHASE-WINDOW.
004540*    SETS THE DAYS THE STATION IS CHASED FOR: THE FIRST OF THE
004550*    MONTH, OR ITS IN-SERVICE DAY IF LATER, THROUGH THE LAST
004560*    DAY CHASED, OR ITS OUT-OF-SERVICE DAY IF EARLIER.
004570     MOVE 1            TO WS-FIRST-DAY
004580     MOVE WS-AS-OF-DAY TO WS-LAST-DAY
004590     IF CM-IN-SERVICE-DATE > WS-MONTH-START
004600         DIVIDE CM-IN-SERVICE-DATE BY 100
004610             GIVING WS-DATE-QUOT REMAINDER WS-FIRST-DAY
004620     END-IF
004630     IF CM-OUT-SERVICE-DATE NOT = ZERO
004640             AND CM-OUT-SERVICE-DATE < WS-AS-OF-DATE-N
004650         DIVIDE CM-OUT-SERVICE-DATE BY 100
004660             GIVING WS-DATE-QUOT REMAINDER WS-LAST-DAY
004670     END-IF.
004680 2150-EXIT.
004690     EXIT.
004700*
004710 2200-READ-CITY-MONTH.
004720*    LOOKS UP THE CITY'S MONTH-TO-DATE RECORD.  NO RECORD
004730*    MEANS NOTHING HAS BEEN POSTED FOR THE MONTH AT ALL.
004740     MOVE 'N' TO WS-MTD-FOUND-SWITCH
004750     MOVE CM-CITY-CODE   TO MTD-CITY-CODE
004760     MOVE WS-AS-OF-YEAR  TO MTD-READING-YEAR
004770     MOVE WS-AS-OF-MONTH TO MTD-READING-MONTH
004780     READ CITY-MTD-FILE
004790         INVALID KEY
004800             CONTINUE
004810         NOT INVALID KEY
004820             SET WS-MTD-FOUND TO TRUE
004830     END-READ.
004840 2200-EXIT.
004850     EXIT.
004860*
004870 2300-CHECK-ONE-SLOT.
004880*    RELEASES ONE DAY IN THE CHASE WINDOW THAT HAS NO POSTED
004890*    SLOT.
004900     IF WS-MTD-FOUND
004910         IF MTD-DAY-POSTED (WS-DAY-SUB) = 'Y'
004920             GO TO 2300-EXIT
004930         END-IF
004940     END-IF
004950     PERFORM 2900-START-SORT-ITEM THRU 2900-EXIT
004960     SET SR-MISSING-DAY TO TRUE
004970     MOVE WS-DAY-SUB TO SR-DAY-NO
004980     RELEASE SR-RECORD.
004990 2300-EXIT.
005000     EXIT.
005010*
005020 2400-CHECK-ONE-REPOST.
005030*    RELEASES ONE DAY CITYPOST HAS REPLACED MORE THAN ONCE -
005040*    ONE CORRECTION IS A KEYING SLIP, TWO OR MORE MEANS THE
005050*    STATION SHOULD CONFIRM WHICH FIGURE STANDS.
005060     IF MTD-DAY-REPOSTS (WS-DAY-SUB) NOT > 1
005070         GO TO 2400-EXIT
005080     END-IF
005090     PERFORM 2900-START-SORT-ITEM THRU 2900-EXIT
005100     SET SR-REPOSTED-DAY TO TRUE
005110     MOVE WS-DAY-SUB TO SR-DAY-NO
005120     COMPUTE SR-POST-COUNT = MTD-DAY-REPOSTS (WS-DAY-SUB) + 1
005130     RELEASE SR-RECORD.
005140 2400-EXIT.
005150     EXIT.
005160*
005170 2500-GATHER-ONE-REJECT.
005180*    READS ONE OF THE NIGHT'S REJECTED CARDS AND RELEASES IT
005190*    UNDER ITS CITY.
005200     READ CITY-ERROR-FILE
005210         AT END
005220             MOVE 'Y' TO WS-ERR-EOF-SWITCH
005230             GO TO 2500-EXIT
005240     END-READ
005250     ADD 1 TO WS-REJECTS-READ
005260     MOVE SPACES TO SR-RECORD
005270     MOVE ZERO   TO SR-POST-COUNT
005280     MOVE 'N'    TO SR-LEAVE-OFF-SWITCH
005290     MOVE ERR-CITY-CODE TO SR-CITY-CODE
005300     SET SR-REJECTED-CARD TO TRUE
005310     MOVE ERR-DAY-NO    TO SR-DAY-NO
005320     MOVE ERR-RAW-VALUE TO SR-RAW-VALUE
005330     MOVE ERR-REASON    TO SR-REASON
005340     RELEASE SR-RECORD.
005350 2500-EXIT.
005360     EXIT.
005370*
005380 2900-START-SORT-ITEM.
005390*    CLEARS THE SORT RECORD FOR THE CURRENT MASTER CITY.
005400     MOVE SPACES TO SR-RECORD
005410     MOVE ZERO   TO SR-DAY-NO
005420     MOVE ZERO   TO SR-POST-COUNT
005430     MOVE 'N'    TO SR-LEAVE-OFF-SWITCH
005440     MOVE CM-CITY-CODE TO SR-CITY-CODE.
005450 2900-EXIT.
005460     EXIT.
005470*
005480 3000-LIST-STATIONS.
005490*    SORT OUTPUT PROCEDURE - LISTS EACH STATION THAT HAS
005500*    ANYTHING OUTSTANDING AND CLOSES OFF THE LAST ONE.
005510     PERFORM 3100-TAKE-ONE-ITEM THRU 3100-EXIT
005520         UNTIL WS-SORT-EOF
005530     PERFORM 3400-FINISH-STATION THRU 3400-EXIT.
005540 3000-EXIT.
005550     EXIT.
005560*
005570 3100-TAKE-ONE-ITEM.
005580*    TAKES ONE SORTED RECORD.  THE STATION IS HEADED ON THE
005590*    LIST AT ITS FIRST OUTSTANDING ITEM, SO A STATION WITH
005600*    NONE NEVER APPEARS.
005610     RETURN CHASE-SORT-FILE
005620         AT END
005630             MOVE 'Y' TO WS-SORT-EOF-SWITCH
005640             GO TO 3100-EXIT
005650     END-RETURN
005660     IF SR-CITY-CODE NOT = WS-PREV-CITY
005670         PERFORM 3400-FINISH-STATION THRU 3400-EXIT
005680         PERFORM 3200-START-STATION THRU 3200-EXIT
005690     END-IF
005700     IF SR-STATION-HEADER
005710         GO TO 3100-EXIT
005720     END-IF
005730     IF WS-LEFT-OFF
005740         IF SR-REJECTED-CARD
005750             ADD 1 TO WS-REJECTS-LEFT-OFF
005760         END-IF
005770         GO TO 3100-EXIT
005780     END-IF
005790     IF NOT WS-STATION-LISTED
005800         PERFORM 3300-PRINT-STATION-HEADING THRU 3300-EXIT
005810     END-IF
005820     PERFORM 3500-WRITE-FEEDBACK THRU 3500-EXIT
005830     PERFORM 3600-PRINT-ONE-ITEM THRU 3600-EXIT.
005840 3100-EXIT.
005850     EXIT.
005860*
005870 3200-START-STATION.
005880*    STARTS A NEW STATION.  ITS MASTER RECORD SORTS FIRST;
005890*    WHEN THERE IS NONE THE CARDS WERE KEYED UNDER A CODE
005900*    THAT IS NOT ON CITYMSTR, AND ARE STILL LISTED.
005910     MOVE SR-CITY-CODE TO WS-PREV-CITY
005920     MOVE ZERO TO WS-STN-MISSING
005930     MOVE ZERO TO WS-STN-REPOSTED
005940     MOVE ZERO TO WS-STN-REJECTED
005950     MOVE 'N' TO WS-STATION-LISTED-SWITCH
005960     MOVE 'N' TO WS-LEFT-OFF-SWITCH
005970     IF SR-STATION-HEADER
005980         MOVE SR-CITY-NAME   TO WS-CUR-NAME
005990         MOVE SR-REGION-CODE TO WS-CUR-REGION
006000         IF SR-LEAVE-OFF
006010             SET WS-LEFT-OFF TO TRUE
006020         END-IF
006030     ELSE
006040         MOVE '*NO MASTER*' TO WS-CUR-NAME
006050         MOVE SPACES        TO WS-CUR-REGION
006060     END-IF.
006070 3200-EXIT.
006080     EXIT.
006090*
006100 3300-PRINT-STATION-HEADING.
006110*    HEADS THE STATION'S BLOCK ON THE LIST.
006120     SET WS-STATION-LISTED TO TRUE
006130     ADD 1 TO WS-STATIONS-LISTED
006140     MOVE WS-BLANK-LINE TO CH-PRINT-LINE
006150     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
006160     MOVE WS-PREV-CITY  TO WS-SL-CITY-CODE
006170     MOVE WS-CUR-NAME   TO WS-SL-CITY-NAME
006180     MOVE WS-CUR-REGION TO WS-SL-REGION
006190     MOVE WS-STATION-LINE TO CH-PRINT-LINE
006200     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
006210 3300-EXIT.
006220     EXIT.
006230*
006240 3400-FINISH-STATION.
006250*    PRINTS THE STATION'S COUNTS UNDER ITS ITEMS.
006260     IF NOT WS-STATION-LISTED
006270         GO TO 3400-EXIT
006280     END-IF
006290     MOVE WS-STN-MISSING  TO WS-ST-MISSING
006300     MOVE WS-STN-REPOSTED TO WS-ST-REPOSTED
006310     MOVE WS-STN-REJECTED TO WS-ST-REJECTED
006320     MOVE WS-STATION-TOTAL-LINE TO CH-PRINT-LINE
006330     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
006340     MOVE 'N' TO WS-STATION-LISTED-SWITCH.
006350 3400-EXIT.
006360     EXIT.
006370*
006380 3500-WRITE-FEEDBACK.
006390*    WRITES ONE ITEM TO THE STATION FEEDBACK FILE.  A REJECTED
006400*    CARD CARRIES ONLY ITS DAY, SO ITS YEAR AND MONTH ARE ZERO.
006410     MOVE SPACES        TO FBK-RECORD
006420     MOVE WS-RUN-DATE   TO FBK-RUN-DATE
006430     MOVE WS-PREV-CITY  TO FBK-CITY-CODE
006440     MOVE WS-CUR-NAME   TO FBK-CITY-NAME
006450     MOVE SR-ITEM-TYPE  TO FBK-ITEM-TYPE
006460     MOVE SR-DAY-NO     TO FBK-DAY-NO
006470     MOVE SR-POST-COUNT TO FBK-POST-COUNT
006480     IF SR-REJECTED-CARD
006490         MOVE ZERO          TO FBK-READING-YEAR
006500         MOVE ZERO          TO FBK-READING-MONTH
006510         MOVE SR-RAW-VALUE  TO FBK-RAW-VALUE
006520         MOVE SR-REASON     TO FBK-REASON
006530     ELSE
006540         MOVE WS-AS-OF-YEAR  TO FBK-READING-YEAR
006550         MOVE WS-AS-OF-MONTH TO FBK-READING-MONTH
006560     END-IF
006570     WRITE FBK-RECORD
006580     ADD 1 TO WS-FBK-WRITTEN.
006590 3500-EXIT.
006600     EXIT.
006610*
006620 3600-PRINT-ONE-ITEM.
006630*    PRINTS ONE OUTSTANDING ITEM AND COUNTS IT.
006640     MOVE SPACES TO WS-IL-DETAIL
006650     MOVE WS-AS-OF-YEAR  TO WS-DL-YEAR
006660     MOVE WS-AS-OF-MONTH TO WS-DL-MONTH
006670     MOVE SR-DAY-NO      TO WS-DL-DAY
006680     MOVE WS-DATE-LABEL  TO WS-IL-WHEN
006690     EVALUATE TRUE
006700         WHEN SR-MISSING-DAY
006710             ADD 1 TO WS-STN-MISSING
006720             ADD 1 TO WS-TOTAL-MISSING
006730             MOVE 'NO READING POSTED' TO WS-IL-TEXT
006740         WHEN SR-REPOSTED-DAY
006750             ADD 1 TO WS-STN-REPOSTED
006760             ADD 1 TO WS-TOTAL-REPOSTED
006770             MOVE 'REPOSTED - CONFIRM THE FIGURE KEPT'
006780                 TO WS-IL-TEXT
006790             MOVE 'TIMES POSTED: ' TO WS-IL-DETAIL-LABEL
006800             MOVE SR-POST-COUNT    TO WS-ED-COUNT
006810             MOVE WS-ED-COUNT      TO WS-IL-DETAIL-VALUE
006820         WHEN OTHER
006830             ADD 1 TO WS-STN-REJECTED
006840             ADD 1 TO WS-TOTAL-REJECTED
006850             IF SR-DAY-NO = ZERO
006860                 MOVE 'NO DAY' TO WS-IL-WHEN
006870             ELSE
006880                 MOVE SR-DAY-NO    TO WS-DY-DAY
006890                 MOVE WS-DAY-LABEL TO WS-IL-WHEN
006900             END-IF
006910             MOVE SPACES TO WS-IL-TEXT
006920             STRING 'CARD REJECTED - ' SR-REASON
006930                 DELIMITED BY SIZE INTO WS-IL-TEXT
006940             MOVE 'RAW VALUE: '    TO WS-IL-DETAIL-LABEL
006950             MOVE SR-RAW-VALUE     TO WS-IL-DETAIL-VALUE
006960     END-EVALUATE
006970     MOVE WS-ITEM-LINE TO CH-PRINT-LINE
006980     PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT.
006990 3600-EXIT.
007000     EXIT.
007010*
007020 3900-WRITE-PRINT-LINE.
007030*    WRITES ONE REPORT LINE, HEADING A NEW PAGE FIRST WHEN
007040*    THE CURRENT PAGE IS FULL.
007050     IF WS-LINE-COUNT = ZERO
007060         PERFORM 3910-PRINT-PAGE-HEADER THRU 3910-EXIT
007070     END-IF
007080     WRITE CH-PRINT-LINE
007090         AFTER ADVANCING 1 LINE
007100     ADD 1 TO WS-LINE-COUNT
007110     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007120         MOVE ZERO TO WS-LINE-COUNT
007130     END-IF.
007140 3900-EXIT.
007150     EXIT.
007160*
007170 3910-PRINT-PAGE-HEADER.
007180*    STARTS A NEW PAGE: TITLE, MONTH/PAGE LINE AND A BLANK
007190*    LINE.  THE LINE BEING PRINTED IS PRESERVED AROUND THE
007200*    HEADER WRITES.
007210     ADD 1 TO WS-PAGE-NO
007220     MOVE CH-PRINT-LINE TO WS-SAVE-LINE
007230     WRITE CH-PRINT-LINE FROM WS-TITLE-LINE
007240         AFTER ADVANCING PAGE
007250     MOVE WS-AS-OF-DATE-X (1:6) TO WS-RQ-PERIOD
007260     MOVE WS-AS-OF-DAY          TO WS-RQ-DAY
007270     MOVE WS-RUN-DATE           TO WS-RQ-RUN-DATE
007280     MOVE WS-PAGE-NO            TO WS-RQ-PAGE-NO
007290     WRITE CH-PRINT-LINE FROM WS-REQUEST-LINE
007300         AFTER ADVANCING 1 LINE
007310     WRITE CH-PRINT-LINE FROM WS-BLANK-LINE
007320         AFTER ADVANCING 1 LINE
007330     MOVE WS-SAVE-LINE TO CH-PRINT-LINE.
007340 3910-EXIT.
007350     EXIT.
007360*
007370 4000-TERMINATE.
007380*    PRINTS THE RUN TOTALS AND CLOSES THE DATASETS.  RC=4 WHEN
007390*    ANY STATION IS ON THE LIST, SO THE MORNING CALLS ARE MADE.
007400     IF NOT WS-REFUSED
007410         IF WS-STATIONS-LISTED = ZERO
007420             MOVE WS-NOTHING-LINE TO CH-PRINT-LINE
007430             PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
007440         END-IF
007450         MOVE WS-BLANK-LINE TO CH-PRINT-LINE
007460         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
007470         MOVE WS-STATIONS-LISTED TO WS-TL-LISTED
007480         MOVE WS-CITIES-LEFT-OFF TO WS-TL-LEFT-OFF
007490         MOVE WS-TOTAL-LINE-1 TO CH-PRINT-LINE
007500         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
007510         MOVE WS-TOTAL-MISSING  TO WS-TL-MISSING
007520         MOVE WS-TOTAL-REPOSTED TO WS-TL-REPOSTED
007530         MOVE WS-TOTAL-REJECTED TO WS-TL-REJECTED
007540         MOVE WS-TOTAL-LINE-2 TO CH-PRINT-LINE
007550         PERFORM 3900-WRITE-PRINT-LINE THRU 3900-EXIT
007560         CLOSE CITY-MASTER-FILE
007570         CLOSE FEEDBACK-FILE
007580     END-IF
007590     IF WS-MTD-OPEN
007600         CLOSE CITY-MTD-FILE
007610     END-IF
007620     IF WS-ERR-OPEN
007630         CLOSE CITY-ERROR-FILE
007640     END-IF
007650     CLOSE CHASE-REPORT-FILE
007660     DISPLAY 'MORNING CHASE LIST TOTALS'
007670     DISPLAY '  CITIES READ..........: ' WS-CITIES-READ
007680     DISPLAY '  LEFT OFF, NOT IN SERV: ' WS-CITIES-LEFT-OFF
007690     DISPLAY '  STATIONS LISTED......: ' WS-STATIONS-LISTED
007700     DISPLAY '  MISSING DAYS.........: ' WS-TOTAL-MISSING
007710     DISPLAY '  REPOSTED DAYS........: ' WS-TOTAL-REPOSTED
007720     DISPLAY '  REJECTS READ.........: ' WS-REJECTS-READ
007730     DISPLAY '  REJECTS LISTED.......: ' WS-TOTAL-REJECTED
007740     DISPLAY '  REJECTS LEFT OFF.....: ' WS-REJECTS-LEFT-OFF
007750     DISPLAY '  FEEDBACK RECORDS.....: ' WS-FBK-WRITTEN
007760     IF RETURN-CODE < 4
007770         IF WS-STATIONS-LISTED > ZERO
007780             MOVE 4 TO RETURN-CODE
007790         END-IF
007800     END-IF
007810     STOP RUN.
007820 4000-EXIT.
007830     EXIT.
007840 END PROGRAM CITYCHAS.

000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CITYNBRX.
000120 AUTHOR. NAZ SASSINE.
000130 INSTALLATION. DESKTOP.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED. 2026-10-15.
000160 SECURITY. NONE.
000170*
000180*    MODIFICATION HISTORY
000190*    --------------------
000200*    2026-10-15  NS  FIRST VERSION.  REGIONAL NEIGHBOUR CROSS-
000210*                     CHECK OF THE CITYDAYS DAILY DETAIL FOR
000220*                     ONE MONTH - PARM='YYYYMM' OR
000230*                     PARM='YYYYMM,TT' WITH TT THE TOLERANCE IN
000240*                     WHOLE DEGREES F (DEFAULT 15).  EVERY
000250*                     ACCEPTED DAY'S LOW AND HIGH IS SET
000260*                     AGAINST THE MEDIAN OF THE SAME DAY AT THE
000270*                     OTHER CITIES SHARING ITS CM-REGION-CODE;
000280*                     A GAP BEYOND THE TOLERANCE IS LISTED WITH
000290*                     THE DAY, THE VALUE, THE MEDIAN, THE GAP
000300*                     AND EVERY NEIGHBOUR'S VALUE.  A MISPLACED
000310*                     DECIMAL OR A SWAPPED PAIR THAT STILL SITS
000320*                     INSIDE THE CITY'S OWN CITYNORM BAND IS
000330*                     CAUGHT HERE.  NOTHING IS CHANGED - THE
000340*                     LIST IS FOR REVIEW, AND A REAL CORRECTION
000350*                     GOES THROUGH CITYRSTA.  RC=4 WHEN ANY DAY
000360*                     IS FLAGGED.
000370*    2026-10-15  NS  THE CITY TABLE AND THE NEIGHBOUR LISTS NOW
000380*                     HOLD 500 CITIES; THE SUBSCRIPTS AND THE
000390*                     NEIGHBOUR COUNT ON THE FLAG LINE ARE WIDENED
000400*                     TO MATCH.  MEMBER RESEQUENCED.
000410*    2026-10-15  NS  THE NEIGHBOUR LINE LOSES ITS TRAILING FILLER
000420*                     AND IS NOW THE SAME 80 BYTES AS THE PRINT
000430*                     LINE.  MEMBER RESEQUENCED.
000440*
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CITY-MASTER-FILE ASSIGN TO CITYMSTR
000490         ORGANIZATION IS SEQUENTIAL.
000500     SELECT CITY-DAILY-FILE ASSIGN TO CITYDAYS
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DAY-KEY
000540         FILE STATUS IS WS-DAYS-STATUS.
000550     SELECT NEIGHBOUR-REPORT-FILE ASSIGN TO CITYNBRR
000560         ORGANIZATION IS SEQUENTIAL.
000570*
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CITY-MASTER-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CMREC.
000630*
000640 FD  CITY-DAILY-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY DAYREC.
000670*
000680 FD  NEIGHBOUR-REPORT-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  NR-PRINT-LINE               PIC X(80).
000710*
000720 WORKING-STORAGE SECTION.
000730 01  WS-DAYS-STATUS              PIC X(02) VALUE '00'.
000740 01  WS-PARM-ERROR-SWITCH        PIC X(01) VALUE 'N'.
000750     88  WS-PARM-ERROR             VALUE 'Y'.
000760 01  WS-DAYS-OPEN-SWITCH         PIC X(01) VALUE 'N'.
000770     88  WS-DAYS-OPEN              VALUE 'Y'.
000780 01  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
000790     88  WS-MSTR-EOF               VALUE 'Y'.
000800 01  WS-SORTED-SWITCH            PIC X(01) VALUE 'N'.
000810     88  WS-SORTED                 VALUE 'Y'.
000820 01  WS-REQ-PERIOD.
000830     05  WS-REQ-YEAR             PIC 9(04).
000840     05  WS-REQ-MONTH            PIC 9(02).
000850 01  WS-REQ-PERIOD-X REDEFINES WS-REQ-PERIOD
000860                                 PIC X(06).
000870 01  WS-TOLERANCE-X              PIC X(02).
000880 01  WS-TOLERANCE-N REDEFINES WS-TOLERANCE-X
000890                                 PIC 9(02).
000900*    THE AGREED TOLERANCE, IN DEGREES F, AND THE FEWEST
000910*    NEIGHBOURS THAT MAKE A MEDIAN WORTH TRUSTING.  WITH ONE
000920*    NEIGHBOUR THERE IS NO TELLING WHICH OF THE TWO IS WRONG.
000930 01  WS-TOLERANCE-F              PIC 9(03)V9 VALUE 15.0.
000940 01  WS-MIN-NEIGHBOURS           PIC 9(02) COMP VALUE 2.
000950 01  WS-RUN-DATE                 PIC X(08).
000960 01  WS-DAY-DATE-WORK.
000970     05  WS-DD-YEAR              PIC 9(04).
000980     05  WS-DD-MONTH             PIC 9(02).
000990     05  WS-DD-DAY               PIC 9(02).
001000 01  WS-DAY-DATE-WORK-X REDEFINES WS-DAY-DATE-WORK
001010                                 PIC X(08).
001020 01  WS-DAYS-IN-MONTH            PIC 9(02) COMP VALUE ZERO.
001030 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
001040 01  WS-LEAP-REM-4               PIC 9(03) COMP VALUE ZERO.
001050 01  WS-LEAP-REM-100             PIC 9(03) COMP VALUE ZERO.
001060 01  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
001070*    THE MONTH'S ACCEPTED DAYS FOR EVERY CITY, CONVERTED TO
001080*    FAHRENHEIT SO A CELSIUS STATION CAN SIT NEXT TO A
001090*    FAHRENHEIT ONE.  ESTIMATED AND REJECTED DAYS ARE NOT
001100*    MEASUREMENTS AND TAKE NO PART ON EITHER SIDE.
001110 01  WS-MAX-CITIES               PIC 9(03) COMP VALUE 500.
001120 01  WS-CITY-COUNT               PIC 9(03) COMP VALUE ZERO.
001130 01  NEIGHBOUR-CITY-TABLE.
001140     05  NB-ENTRY OCCURS 1 TO 500 TIMES
001150             DEPENDING ON WS-CITY-COUNT.
001160         10  NB-CITY-CODE        PIC X(04).
001170         10  NB-REGION-CODE      PIC X(03).
001180         10  NB-DAY OCCURS 31 TIMES.
001190             15  NB-DAY-SWITCH   PIC X(01).
001200                 88  NB-DAY-ACCEPTED VALUE 'Y'.
001210             15  NB-LOW-F        PIC S9(3)V9
001220                 SIGN LEADING SEPARATE.
001230             15  NB-HIGH-F       PIC S9(3)V9
001240                 SIGN LEADING SEPARATE.
001250 01  WS-CITY-SUB                 PIC 9(04) COMP VALUE ZERO.
001260 01  WS-NBR-SUB                  PIC 9(04) COMP VALUE ZERO.
001270 01  WS-DAY-SUB                  PIC 9(02) COMP VALUE ZERO.
001280*    THE NEIGHBOURS' VALUES FOR THE CITY/DAY BEING CHECKED,
001290*    IN MASTER ORDER FOR PRINTING, AND A COPY SORTED FOR THE
001300*    MEDIAN.
001310 01  WS-NBR-COUNT                PIC 9(03) COMP VALUE ZERO.
001320 01  NEIGHBOUR-VALUE-TABLE.
001330     05  NV-ENTRY OCCURS 500 TIMES.
001340         10  NV-CITY-CODE        PIC X(04).
001350         10  NV-VALUE-F          PIC S9(3)V9
001360             SIGN LEADING SEPARATE.
001370 01  NEIGHBOUR-SORT-TABLE.
001380     05  NS-VALUE-F OCCURS 500 TIMES PIC S9(3)V9
001390             SIGN LEADING SEPARATE.
001400 01  WS-SORT-SUB                 PIC 9(04) COMP VALUE ZERO.
001410 01  WS-SORT-NEXT                PIC 9(04) COMP VALUE ZERO.
001420 01  WS-SORT-HOLD                PIC S9(3)V9
001430         SIGN LEADING SEPARATE.
001440 01  WS-MID-SUB                  PIC 9(04) COMP VALUE ZERO.
001450 01  WS-MID-REM                  PIC 9(02) COMP VALUE ZERO.
001460 01  WS-MEDIAN-F                 PIC S9(3)V9
001470         SIGN LEADING SEPARATE.
001480 01  WS-CITY-VALUE-F             PIC S9(3)V9
001490         SIGN LEADING SEPARATE.
001500 01  WS-GAP-F                    PIC S9(3)V9
001510         SIGN LEADING SEPARATE.
001520 01  WS-ABS-GAP-F                PIC 9(03)V9.
001530 01  WS-WHICH                    PIC X(04).
001540*    'L' CHECKS THE LOWS, 'H' THE HIGHS.
001550 01  WS-PASS                     PIC X(01).
001560 01  WS-CONV-UNIT-IN             PIC X(01).
001570 01  WS-CONV-TEMP-IN             PIC S9(2)V9
001580         SIGN LEADING SEPARATE.
001590 01  WS-CONV-TEMP-F              PIC S9(3)V9
001600         SIGN LEADING SEPARATE.
001610*    RUN TOTALS.
001620 01  WS-DAYS-LOADED              PIC 9(05) COMP VALUE ZERO.
001630 01  WS-VALUES-CHECKED           PIC 9(05) COMP VALUE ZERO.
001640 01  WS-VALUES-FLAGGED           PIC 9(05) COMP VALUE ZERO.
001650 01  WS-VALUES-UNCHECKED         PIC 9(05) COMP VALUE ZERO.
001660 01  WS-PAGE-NO                  PIC 9(04) VALUE ZERO.
001670 01  WS-LINE-COUNT               PIC 9(02) VALUE ZERO.
001680 01  WS-LINES-PER-PAGE           PIC 9(02) COMP VALUE 50.
001690 01  WS-SAVE-LINE                PIC X(80).
001700 01  WS-TITLE-LINE.
001710     05  FILLER PIC X(80) VALUE
001720        'REGIONAL NEIGHBOUR CROSS-CHECK - DAYS FOR REVIEW'.
001730 01  WS-REQUEST-LINE.
001740     05  FILLER                  PIC X(07) VALUE 'MONTH: '.
001750     05  WS-RQ-PERIOD             PIC X(06).
001760     05  FILLER                  PIC X(14) VALUE
001770        '  TOLERANCE: '.
001780     05  WS-RQ-TOLERANCE          PIC ZZ9.9.
001790     05  FILLER                  PIC X(02) VALUE 'F '.
001800     05  FILLER                  PIC X(11) VALUE
001810        ' RUN DATE: '.
001820     05  WS-RQ-RUN-DATE           PIC X(08).
001830     05  FILLER                  PIC X(03) VALUE SPACES.
001840     05  FILLER                  PIC X(06) VALUE 'PAGE: '.
001850     05  WS-RQ-PAGE-NO            PIC ZZZ9.
001860     05  FILLER                  PIC X(14) VALUE SPACES.
001870 01  WS-BLANK-LINE.
001880     05  FILLER                  PIC X(80) VALUE SPACES.
001890 01  WS-COLUMN-HDR-LINE.
001900     05  FILLER                  PIC X(80) VALUE
001910        'DATE      CITY REGION READING  VALUE F  MEDIAN F    GAP
001920-    ' F  NEIGHBOURS'.
001930 01  WS-FLAG-LINE.
001940     05  WS-FL-DATE               PIC X(08).
001950     05  FILLER                  PIC X(02) VALUE SPACES.
001960     05  WS-FL-CITY-CODE          PIC X(04).
001970     05  FILLER                  PIC X(01) VALUE SPACES.
001980     05  WS-FL-REGION             PIC X(03).
001990     05  FILLER                  PIC X(04) VALUE SPACES.
002000     05  WS-FL-WHICH              PIC X(04).
002010     05  FILLER                  PIC X(04) VALUE SPACES.
002020     05  WS-FL-VALUE              PIC -ZZ9.9.
002030     05  FILLER                  PIC X(04) VALUE SPACES.
002040     05  WS-FL-MEDIAN             PIC -ZZ9.9.
002050     05  FILLER                  PIC X(03) VALUE SPACES.
002060     05  WS-FL-GAP                PIC -ZZ9.9.
002070     05  FILLER                  PIC X(04) VALUE SPACES.
002080     05  WS-FL-NBR-COUNT          PIC ZZ9.
002090     05  FILLER                  PIC X(18) VALUE SPACES.
002100*    THE NEIGHBOURS' VALUES, FIVE TO A LINE UNDER THE FLAG.
002110 01  WS-NBR-LINE.
002120     05  FILLER                  PIC X(10) VALUE SPACES.
002130     05  WS-NL-ENTRY OCCURS 5 TIMES.
002140         10  WS-NL-CITY-CODE      PIC X(04).
002150         10  FILLER              PIC X(01).
002160         10  WS-NL-VALUE          PIC -ZZ9.9.
002170         10  FILLER              PIC X(03).
002180 01  WS-NL-SUB                   PIC 9(02) COMP VALUE ZERO.
002190 01  WS-NONE-LINE.
002200     05  FILLER PIC X(80) VALUE
002210        'NO DAY DEPARTS FROM ITS REGIONAL MEDIAN BY MORE THAN THE
002220-    'TOLERANCE'.
002230 01  WS-TOTAL-LINE.
002240     05  FILLER                  PIC X(18) VALUE
002250        'VALUES CHECKED:  '.
002260     05  WS-TL-CHECKED            PIC ZZZZ9.
002270     05  FILLER                  PIC X(12) VALUE
002280        '  FLAGGED: '.
002290     05  WS-TL-FLAGGED            PIC ZZZZ9.
002300     05  FILLER                  PIC X(28) VALUE
002310        '  TOO FEW NEIGHBOURS: '.
002320     05  WS-TL-UNCHECKED          PIC ZZZZ9.
002330     05  FILLER                  PIC X(07) VALUE SPACES.
002340*
002350 LINKAGE SECTION.
002360 01  PARM-DATA.
002370     05  PARM-LENGTH             PIC S9(04) COMP.
002380     05  PARM-TEXT               PIC X(09).
002390*
002400 PROCEDURE DIVISION USING PARM-DATA.
002410 0000-MAINLINE.
002420*    TOP LEVEL FLOW OF CONTROL FOR THE NEIGHBOUR CROSS-CHECK.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002440     IF NOT WS-PARM-ERROR
002450         PERFORM 2000-CHECK-ONE-DAY THRU 2000-EXIT
002460             VARYING WS-DAY-SUB FROM 1 BY 1
002470             UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH
002480     END-IF
002490     PERFORM 3000-TERMINATE THRU 3000-EXIT
002500     GO TO 0000-EXIT.
002510 0000-EXIT.
002520     EXIT.
002530*
002540 1000-INITIALIZE.
002550*    PARSES THE PARM, LOADS THE CITY MASTER AND EVERY CITY'S
002560*    ACCEPTED DAYS FOR THE MONTH.
002570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002580     OPEN OUTPUT NEIGHBOUR-REPORT-FILE
002590     PERFORM 1100-PARSE-REQUEST THRU 1100-EXIT
002600     IF WS-PARM-ERROR
002610         GO TO 1000-EXIT
002620     END-IF
002630     OPEN INPUT CITY-DAILY-FILE
002640     IF WS-DAYS-STATUS NOT = '00'
002650         DISPLAY 'CITY DAILY FILE NOT AVAILABLE - STATUS '
002660             WS-DAYS-STATUS
002670         MOVE 8 TO RETURN-CODE
002680         SET WS-PARM-ERROR TO TRUE
002690         GO TO 1000-EXIT
002700     END-IF
002710     SET WS-DAYS-OPEN TO TRUE
002720     PERFORM 1200-SET-DAYS-IN-MONTH THRU 1200-EXIT
002730     OPEN INPUT CITY-MASTER-FILE
002740     PERFORM 1300-LOAD-ONE-CITY THRU 1300-EXIT
002750         UNTIL WS-MSTR-EOF
002760     CLOSE CITY-MASTER-FILE
002770     MOVE WS-COLUMN-HDR-LINE TO NR-PRINT-LINE
002780     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT.
002790 1000-EXIT.
002800     EXIT.
002810*
002820 1100-PARSE-REQUEST.
002830*    PARSES PARM='YYYYMM' OR PARM='YYYYMM,TT'.
002840     IF PARM-LENGTH NOT = 6 AND PARM-LENGTH NOT = 9
002850         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
002860         GO TO 1100-EXIT
002870     END-IF
002880     MOVE PARM-TEXT (1:6) TO WS-REQ-PERIOD-X
002890     IF WS-REQ-YEAR NOT NUMERIC
002900             OR WS-REQ-MONTH NOT NUMERIC
002910         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
002920         GO TO 1100-EXIT
002930     END-IF
002940     IF WS-REQ-MONTH < 1 OR WS-REQ-MONTH > 12
002950         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
002960         GO TO 1100-EXIT
002970     END-IF
002980     IF PARM-LENGTH = 6
002990         GO TO 1100-EXIT
003000     END-IF
003010     MOVE PARM-TEXT (8:2) TO WS-TOLERANCE-X
003020     IF PARM-TEXT (7:1) NOT = ','
003030             OR WS-TOLERANCE-N NOT NUMERIC
003040             OR WS-TOLERANCE-N = ZERO
003050         PERFORM 1150-FLAG-BAD-PARM THRU 1150-EXIT
003060         GO TO 1100-EXIT
003070     END-IF
003080     MOVE WS-TOLERANCE-N TO WS-TOLERANCE-F.
003090 1100-EXIT.
003100     EXIT.
003110*
003120 1150-FLAG-BAD-PARM.
003130*    REPORTS AN UNUSABLE PARM.  NOTHING IS CHECKED.
003140     DISPLAY 'CITYNBRX PARM MUST BE YYYYMM OR YYYYMM,TT - GOT: '
003150         PARM-TEXT
003160     SET WS-PARM-ERROR TO TRUE
003170     MOVE 8 TO RETURN-CODE.
003180 1150-EXIT.
003190     EXIT.
003200*
003210 1200-SET-DAYS-IN-MONTH.
003220*    WORKS OUT HOW MANY DAYS THE MONTH HAS, WITH THE FULL
003230*    CENTURY RULE FOR FEBRUARY.
003240     EVALUATE WS-REQ-MONTH
003250         WHEN 4
003260         WHEN 6
003270         WHEN 9
003280         WHEN 11
003290             MOVE 30 TO WS-DAYS-IN-MONTH
003300         WHEN 2
003310             MOVE 28 TO WS-DAYS-IN-MONTH
003320             DIVIDE WS-REQ-YEAR BY 4
003330                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
003340             DIVIDE WS-REQ-YEAR BY 100
003350                 GIVING WS-LEAP-QUOT
003360                 REMAINDER WS-LEAP-REM-100
003370             DIVIDE WS-REQ-YEAR BY 400
003380                 GIVING WS-LEAP-QUOT
003390                 REMAINDER WS-LEAP-REM-400
003400             IF WS-LEAP-REM-400 = ZERO
003410                 MOVE 29 TO WS-DAYS-IN-MONTH
003420             ELSE
003430                 IF WS-LEAP-REM-4 = ZERO
003440                         AND WS-LEAP-REM-100 NOT = ZERO
003450                     MOVE 29 TO WS-DAYS-IN-MONTH
003460                 END-IF
003470             END-IF
003480         WHEN OTHER
003490             MOVE 31 TO WS-DAYS-IN-MONTH
003500     END-EVALUATE.
003510 1200-EXIT.
003520     EXIT.
003530*
003540 1300-LOAD-ONE-CITY.
003550*    READS ONE CITY MASTER RECORD AND LOADS THE CITY'S DAYS
003560*    FOR THE MONTH.
003570     READ CITY-MASTER-FILE
003580         AT END
003590             MOVE 'Y' TO WS-MSTR-EOF-SWITCH
003600             GO TO 1300-EXIT
003610     END-READ
003620     IF WS-CITY-COUNT >= WS-MAX-CITIES
003630         DISPLAY 'CITY MASTER FILE HAS MORE CITIES THAN '
003640         DISPLAY 'THE CITY TABLE CAN HOLD - ENTRY IGNORED'
003650         GO TO 1300-EXIT
003660     END-IF
003670     ADD 1 TO WS-CITY-COUNT
003680     MOVE WS-CITY-COUNT  TO WS-CITY-SUB
003690     MOVE CM-CITY-CODE   TO NB-CITY-CODE (WS-CITY-SUB)
003700     MOVE CM-REGION-CODE TO NB-REGION-CODE (WS-CITY-SUB)
003710     PERFORM 1310-LOAD-ONE-DAY THRU 1310-EXIT
003720         VARYING WS-DAY-SUB FROM 1 BY 1
003730         UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH.
003740 1300-EXIT.
003750     EXIT.
003760*
003770 1310-LOAD-ONE-DAY.
003780*    LOADS ONE CITY-DAY, IN FAHRENHEIT, WHEN IT IS ON CITYDAYS
003790*    AS AN ACCEPTED MEASUREMENT.
003800     MOVE 'N' TO NB-DAY-SWITCH (WS-CITY-SUB WS-DAY-SUB)
003810     MOVE ZERO TO NB-LOW-F (WS-CITY-SUB WS-DAY-SUB)
003820     MOVE ZERO TO NB-HIGH-F (WS-CITY-SUB WS-DAY-SUB)
003830     MOVE WS-REQ-YEAR  TO WS-DD-YEAR
003840     MOVE WS-REQ-MONTH TO WS-DD-MONTH
003850     MOVE WS-DAY-SUB   TO WS-DD-DAY
003860     MOVE CM-CITY-CODE       TO DAY-CITY-CODE
003870     MOVE WS-DAY-DATE-WORK-X TO DAY-DATE
003880     READ CITY-DAILY-FILE
003890         INVALID KEY
003900             GO TO 1310-EXIT
003910     END-READ
003920     IF DAY-DISPOSITION NOT = 'A'
003930         GO TO 1310-EXIT
003940     END-IF
003950     ADD 1 TO WS-DAYS-LOADED
003960     MOVE 'Y' TO NB-DAY-SWITCH (WS-CITY-SUB WS-DAY-SUB)
003970     MOVE DAY-UNIT-FLAG TO WS-CONV-UNIT-IN
003980     MOVE DAY-LOW       TO WS-CONV-TEMP-IN
003990     PERFORM 2800-CONVERT-TO-F THRU 2800-EXIT
004000     MOVE WS-CONV-TEMP-F TO NB-LOW-F (WS-CITY-SUB WS-DAY-SUB)
004010     MOVE DAY-HIGH      TO WS-CONV-TEMP-IN
004020     PERFORM 2800-CONVERT-TO-F THRU 2800-EXIT
004030     MOVE WS-CONV-TEMP-F TO NB-HIGH-F (WS-CITY-SUB WS-DAY-SUB).
004040 1310-EXIT.
004050     EXIT.
004060*
004070 2000-CHECK-ONE-DAY.
004080*    CHECKS EVERY CITY'S LOW AND HIGH FOR ONE DAY OF THE
004090*    MONTH.
004100     MOVE 'L' TO WS-PASS
004110     PERFORM 2100-CHECK-ONE-CITY THRU 2100-EXIT
004120         VARYING WS-CITY-SUB FROM 1 BY 1
004130         UNTIL WS-CITY-SUB > WS-CITY-COUNT
004140     MOVE 'H' TO WS-PASS
004150     PERFORM 2100-CHECK-ONE-CITY THRU 2100-EXIT
004160         VARYING WS-CITY-SUB FROM 1 BY 1
004170         UNTIL WS-CITY-SUB > WS-CITY-COUNT.
004180 2000-EXIT.
004190     EXIT.
004200*
004210 2100-CHECK-ONE-CITY.
004220*    SETS ONE CITY'S VALUE FOR THE DAY AGAINST THE MEDIAN OF
004230*    ITS REGIONAL NEIGHBOURS.  THE CITY ITSELF IS LEFT OUT OF
004240*    THE MEDIAN, SO ITS OWN BAD VALUE CANNOT PULL THE
004250*    YARDSTICK TOWARDS IT.  A CITY WITH NO REGION CODE HAS NO
004260*    NEIGHBOURS.
004270     IF NOT NB-DAY-ACCEPTED (WS-CITY-SUB WS-DAY-SUB)
004280         GO TO 2100-EXIT
004290     END-IF
004300     IF NB-REGION-CODE (WS-CITY-SUB) = SPACES
004310         ADD 1 TO WS-VALUES-UNCHECKED
004320         GO TO 2100-EXIT
004330     END-IF
004340     MOVE ZERO TO WS-NBR-COUNT
004350     PERFORM 2110-COLLECT-ONE-NEIGHBOUR THRU 2110-EXIT
004360         VARYING WS-NBR-SUB FROM 1 BY 1
004370         UNTIL WS-NBR-SUB > WS-CITY-COUNT
004380     IF WS-NBR-COUNT < WS-MIN-NEIGHBOURS
004390         ADD 1 TO WS-VALUES-UNCHECKED
004400         GO TO 2100-EXIT
004410     END-IF
004420     ADD 1 TO WS-VALUES-CHECKED
004430     PERFORM 2200-FIND-MEDIAN THRU 2200-EXIT
004440     IF WS-PASS = 'L'
004450         MOVE NB-LOW-F (WS-CITY-SUB WS-DAY-SUB)
004460             TO WS-CITY-VALUE-F
004470         MOVE 'LOW ' TO WS-WHICH
004480     ELSE
004490         MOVE NB-HIGH-F (WS-CITY-SUB WS-DAY-SUB)
004500             TO WS-CITY-VALUE-F
004510         MOVE 'HIGH' TO WS-WHICH
004520     END-IF
004530     COMPUTE WS-GAP-F = WS-CITY-VALUE-F - WS-MEDIAN-F
004540     IF WS-GAP-F < ZERO
004550         COMPUTE WS-ABS-GAP-F = ZERO - WS-GAP-F
004560     ELSE
004570         MOVE WS-GAP-F TO WS-ABS-GAP-F
004580     END-IF
004590     IF WS-ABS-GAP-F > WS-TOLERANCE-F
004600         PERFORM 2300-PRINT-FLAGGED-DAY THRU 2300-EXIT
004610     END-IF.
004620 2100-EXIT.
004630     EXIT.
004640*
004650 2110-COLLECT-ONE-NEIGHBOUR.
004660*    ADDS ONE OTHER CITY OF THE SAME REGION WITH AN ACCEPTED
004670*    READING THAT DAY TO THE NEIGHBOUR LIST.
004680     IF WS-NBR-SUB = WS-CITY-SUB
004690         GO TO 2110-EXIT
004700     END-IF
004710     IF NB-REGION-CODE (WS-NBR-SUB)
004720             NOT = NB-REGION-CODE (WS-CITY-SUB)
004730         GO TO 2110-EXIT
004740     END-IF
004750     IF NOT NB-DAY-ACCEPTED (WS-NBR-SUB WS-DAY-SUB)
004760         GO TO 2110-EXIT
004770     END-IF
004780     ADD 1 TO WS-NBR-COUNT
004790     MOVE NB-CITY-CODE (WS-NBR-SUB) TO NV-CITY-CODE (WS-NBR-COUNT)
004800     IF WS-PASS = 'L'
004810         MOVE NB-LOW-F (WS-NBR-SUB WS-DAY-SUB)
004820             TO NV-VALUE-F (WS-NBR-COUNT)
004830     ELSE
004840         MOVE NB-HIGH-F (WS-NBR-SUB WS-DAY-SUB)
004850             TO NV-VALUE-F (WS-NBR-COUNT)
004860     END-IF
004870     MOVE NV-VALUE-F (WS-NBR-COUNT) TO NS-VALUE-F (WS-NBR-COUNT).
004880 2110-EXIT.
004890     EXIT.
004900*
004910 2200-FIND-MEDIAN.
004920*    SORTS THE NEIGHBOURS' VALUES (AN EXCHANGE SORT - THE
004930*    LIST IS ONE REGION'S CITIES) AND TAKES THE MIDDLE ONE,
004940*    OR THE MEAN OF THE MIDDLE TWO FOR AN EVEN COUNT.
004950     MOVE 'N' TO WS-SORTED-SWITCH
004960     PERFORM 2210-SORT-ONE-PASS THRU 2210-EXIT
004970         UNTIL WS-SORTED
004980     DIVIDE WS-NBR-COUNT BY 2
004990         GIVING WS-MID-SUB REMAINDER WS-MID-REM
005000     IF WS-MID-REM = ZERO
005010         COMPUTE WS-MEDIAN-F ROUNDED =
005020             (NS-VALUE-F (WS-MID-SUB)
005030             + NS-VALUE-F (WS-MID-SUB + 1)) / 2
005040     ELSE
005050         MOVE NS-VALUE-F (WS-MID-SUB + 1) TO WS-MEDIAN-F
005060     END-IF.
005070 2200-EXIT.
005080     EXIT.
005090*
005100 2210-SORT-ONE-PASS.
005110*    ONE PASS OF THE EXCHANGE SORT.  THE LIST IS SORTED WHEN
005120*    A PASS MAKES NO EXCHANGE.
005130     SET WS-SORTED TO TRUE
005140     PERFORM 2220-SORT-ONE-PAIR THRU 2220-EXIT
005150         VARYING WS-SORT-SUB FROM 1 BY 1
005160         UNTIL WS-SORT-SUB >= WS-NBR-COUNT.
005170 2210-EXIT.
005180     EXIT.
005190*
005200 2220-SORT-ONE-PAIR.
005210*    EXCHANGES ONE ADJACENT PAIR WHEN OUT OF ORDER.
005220     COMPUTE WS-SORT-NEXT = WS-SORT-SUB + 1
005230     IF NS-VALUE-F (WS-SORT-SUB) > NS-VALUE-F (WS-SORT-NEXT)
005240         MOVE NS-VALUE-F (WS-SORT-SUB)  TO WS-SORT-HOLD
005250         MOVE NS-VALUE-F (WS-SORT-NEXT)
005260             TO NS-VALUE-F (WS-SORT-SUB)
005270         MOVE WS-SORT-HOLD TO NS-VALUE-F (WS-SORT-NEXT)
005280         MOVE 'N' TO WS-SORTED-SWITCH
005290     END-IF.
005300 2220-EXIT.
005310     EXIT.
005320*
005330 2300-PRINT-FLAGGED-DAY.
005340*    LISTS ONE FLAGGED VALUE AND, UNDER IT, EVERY NEIGHBOUR'S
005350*    VALUE FOR THE SAME DAY.
005360     ADD 1 TO WS-VALUES-FLAGGED
005370     MOVE WS-REQ-YEAR  TO WS-DD-YEAR
005380     MOVE WS-REQ-MONTH TO WS-DD-MONTH
005390     MOVE WS-DAY-SUB   TO WS-DD-DAY
005400     MOVE WS-DAY-DATE-WORK-X           TO WS-FL-DATE
005410     MOVE NB-CITY-CODE (WS-CITY-SUB)   TO WS-FL-CITY-CODE
005420     MOVE NB-REGION-CODE (WS-CITY-SUB) TO WS-FL-REGION
005430     MOVE WS-WHICH                     TO WS-FL-WHICH
005440     MOVE WS-CITY-VALUE-F              TO WS-FL-VALUE
005450     MOVE WS-MEDIAN-F                  TO WS-FL-MEDIAN
005460     MOVE WS-GAP-F                     TO WS-FL-GAP
005470     MOVE WS-NBR-COUNT                 TO WS-FL-NBR-COUNT
005480     MOVE WS-FLAG-LINE TO NR-PRINT-LINE
005490     PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
005500     MOVE SPACES TO WS-NBR-LINE
005510     MOVE ZERO TO WS-NL-SUB
005520     PERFORM 2310-PRINT-ONE-NEIGHBOUR THRU 2310-EXIT
005530         VARYING WS-NBR-SUB FROM 1 BY 1
005540         UNTIL WS-NBR-SUB > WS-NBR-COUNT
005550     IF WS-NL-SUB > ZERO
005560         MOVE WS-NBR-LINE TO NR-PRINT-LINE
005570         PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
005580     END-IF.
005590 2300-EXIT.
005600     EXIT.
005610*
005620 2310-PRINT-ONE-NEIGHBOUR.
005630*    PLACES ONE NEIGHBOUR ON THE NEIGHBOURS LINE, PRINTING
005640*    THE LINE EACH TIME IT FILLS.
005650     ADD 1 TO WS-NL-SUB
005660     MOVE NV-CITY-CODE (WS-NBR-SUB) TO WS-NL-CITY-CODE (WS-NL-SUB)
005670     MOVE NV-VALUE-F (WS-NBR-SUB)   TO WS-NL-VALUE (WS-NL-SUB)
005680     IF WS-NL-SUB = 5
005690         MOVE WS-NBR-LINE TO NR-PRINT-LINE
005700         PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
005710         MOVE SPACES TO WS-NBR-LINE
005720         MOVE ZERO TO WS-NL-SUB
005730     END-IF.
005740 2310-EXIT.
005750     EXIT.
005760*
005770 2800-CONVERT-TO-F.
005780*    CONVERTS WS-CONV-TEMP-IN, GIVEN IN THE UNIT NAMED BY
005790*    WS-CONV-UNIT-IN, TO FAHRENHEIT.
005800     IF WS-CONV-UNIT-IN = 'C'
005810         COMPUTE WS-CONV-TEMP-F ROUNDED =
005820             (WS-CONV-TEMP-IN * 9 / 5) + 32
005830     ELSE
005840         MOVE WS-CONV-TEMP-IN TO WS-CONV-TEMP-F
005850     END-IF.
005860 2800-EXIT.
005870     EXIT.
005880*
005890 2900-WRITE-PRINT-LINE.
005900*    WRITES ONE REPORT LINE, HEADING A NEW PAGE FIRST WHEN
005910*    THE CURRENT PAGE IS FULL.
005920     IF WS-LINE-COUNT = ZERO
005930         PERFORM 2910-PRINT-PAGE-HEADER THRU 2910-EXIT
005940     END-IF
005950     WRITE NR-PRINT-LINE
005960         AFTER ADVANCING 1 LINE
005970     ADD 1 TO WS-LINE-COUNT
005980     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005990         MOVE ZERO TO WS-LINE-COUNT
006000     END-IF.
006010 2900-EXIT.
006020     EXIT.
006030*
006040 2910-PRINT-PAGE-HEADER.
006050*    STARTS A NEW PAGE: TITLE, MONTH/PAGE LINE AND A BLANK
006060*    LINE.  THE LINE BEING PRINTED IS PRESERVED AROUND THE
006070*    HEADER WRITES.
006080     ADD 1 TO WS-PAGE-NO
006090     MOVE NR-PRINT-LINE TO WS-SAVE-LINE
006100     WRITE NR-PRINT-LINE FROM WS-TITLE-LINE
006110         AFTER ADVANCING PAGE
006120     MOVE WS-REQ-PERIOD-X TO WS-RQ-PERIOD
006130     MOVE WS-TOLERANCE-F  TO WS-RQ-TOLERANCE
006140     MOVE WS-RUN-DATE     TO WS-RQ-RUN-DATE
006150     MOVE WS-PAGE-NO      TO WS-RQ-PAGE-NO
006160     WRITE NR-PRINT-LINE FROM WS-REQUEST-LINE
006170         AFTER ADVANCING 1 LINE
006180     WRITE NR-PRINT-LINE FROM WS-BLANK-LINE
006190         AFTER ADVANCING 1 LINE
006200     MOVE WS-SAVE-LINE TO NR-PRINT-LINE.
006210 2910-EXIT.
006220     EXIT.
006230*
006240 3000-TERMINATE.
006250*    PRINTS THE RUN TOTALS, CLOSES THE DATASETS AND ENDS RC=4
006260*    WHEN ANY DAY WAS FLAGGED FOR REVIEW.
006270     IF NOT WS-PARM-ERROR
006280         IF WS-VALUES-FLAGGED = ZERO
006290             MOVE WS-NONE-LINE TO NR-PRINT-LINE
006300             PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
006310         END-IF
006320         MOVE WS-BLANK-LINE TO NR-PRINT-LINE
006330         PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
006340         MOVE WS-VALUES-CHECKED   TO WS-TL-CHECKED
006350         MOVE WS-VALUES-FLAGGED   TO WS-TL-FLAGGED
006360         MOVE WS-VALUES-UNCHECKED TO WS-TL-UNCHECKED
006370         MOVE WS-TOTAL-LINE TO NR-PRINT-LINE
006380         PERFORM 2900-WRITE-PRINT-LINE THRU 2900-EXIT
006390     END-IF
006400     IF WS-DAYS-OPEN
006410         CLOSE CITY-DAILY-FILE
006420     END-IF
006430     CLOSE NEIGHBOUR-REPORT-FILE
006440     DISPLAY 'NEIGHBOUR CROSS-CHECK TOTALS'
006450     DISPLAY '  CITIES LOADED.......: ' WS-CITY-COUNT
006460     DISPLAY '  ACCEPTED DAYS.......: ' WS-DAYS-LOADED
006470     DISPLAY '  VALUES CHECKED......: ' WS-VALUES-CHECKED
006480     DISPLAY '  VALUES FLAGGED......: ' WS-VALUES-FLAGGED
006490     DISPLAY '  TOO FEW NEIGHBOURS..: ' WS-VALUES-UNCHECKED
006500     IF WS-VALUES-FLAGGED > ZERO
006510             AND RETURN-CODE < 4
006520         MOVE 4 TO RETURN-CODE
006530     END-IF
006540     STOP RUN.
006550 3000-EXIT.
006560     EXIT.
006570 END PROGRAM CITYNBRX.

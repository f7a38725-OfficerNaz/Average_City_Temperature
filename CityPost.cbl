000330*                     CARD, NOT A RE-ENTERED MONTH.  CITYCLOS
000340*                     HANDS THE COMPLETED MONTH TO THE
000350*                     EXISTING AVERAGING AT MONTH END.
000360*    2026-09-02  NS  THE DAILY TRANSACTION NOW CARRIES THE
000370*                     DAY'S PRECIPITATION (MM) AND SNOWFALL
000380*                     (CM) FROM THE SAME STATION SHEET.  BOTH
000390*                     ARE EDITED ON ARRIVAL (NON-NUMERIC OR
000400*                     IMPLAUSIBLE AMOUNTS REJECT THE CARD FOR
000410*                     RE-KEYING) AND RIDE THE CITYMTD DAY
000420*                     SLOTS THROUGH TO THE CLOSED MONTH.
000430*    2026-10-15  NS  A CARD DATED BEFORE ITS CITY WENT INTO
000440*                     SERVICE, OR AFTER IT WAS TAKEN OUT, IS
000450*                     REJECTED.  MEMBER RESEQUENCED.
000460*    2026-10-15  NS  THE CITY TABLE NOW HOLDS 500 CITIES AND THE
000470*                     POSTING TABLE 999 CITY/MONTHS; THE SCAN
000480*                     SUBSCRIPTS ARE WIDENED TO MATCH.  MEMBER
000490*                     RESEQUENCED.
000500*    2026-10-15  NS  EACH DAY SLOT NOW COUNTS THE TIMES IT HAS
000510*                     BEEN REPLACED SINCE IT WAS FIRST POSTED
000520*                     (HELD AT 9) AND CARRIES THE COUNT ON
000530*                     CITYMTD, SO THE MORNING CHASE LIST CAN
000540*                     NAME A DAY THE STATION KEEPS RE-SENDING.
000550*                     MEMBER RESEQUENCED.
000560*
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT DAILY-TXN-FILE ASSIGN TO CITYDTX
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT CITY-MASTER-FILE ASSIGN TO CITYMSTR
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT CITY-NORMALS-FILE ASSIGN TO CITYNORM
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS NORM-KEY
000680         FILE STATUS IS WS-NORM-STATUS.
000690     SELECT CITY-MTD-FILE ASSIGN TO CITYMTD
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS MTD-KEY
000730         FILE STATUS IS WS-MTD-STATUS.
000740     SELECT CITY-ERROR-FILE ASSIGN TO CITYERR
000750         ORGANIZATION IS SEQUENTIAL.
000760*
000770 DATA DIVISION.
000780 FILE SECTION.
000790*    ONE CARD PER STATION READING - THE DAY'S LOW/HIGH PAIR
000800*    FOR ONE CITY, KEYED THE DAY IT WAS READ.
000810 FD  DAILY-TXN-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  DTX-RECORD.
000840     05  DTX-CITY-CODE       PIC X(04).
000850     05  DTX-DATE.
000860         10  DTX-YEAR        PIC 9(04).
000870         10  DTX-MONTH       PIC 9(02).
000880         10  DTX-DAY         PIC 9(02).
000890     05  DTX-UNIT-FLAG       PIC X(01).
000900     05  DTX-LOW             PIC S9(2)V9
000910         SIGN LEADING SEPARATE.
000920     05  DTX-HIGH            PIC S9(2)V9
000930         SIGN LEADING SEPARATE.
000940     05  DTX-PRECIP          PIC 9(2)V9.
000950     05  DTX-SNOW            PIC 9(2)V9.
000960*
000970 FD  CITY-MASTER-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY CMREC.
001000*
001010 FD  CITY-NORMALS-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY NORMREC.
001040*
001050 FD  CITY-MTD-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY MTDREC.
001080*
001090 FD  CITY-ERROR-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY ERRREC.
001120*
001130 WORKING-STORAGE SECTION.
001140 01  WS-NORM-STATUS              PIC X(02) VALUE '00'.
001150 01  WS-MTD-STATUS               PIC X(02) VALUE '00'.
001160 01  WS-TXN-EOF-SWITCH           PIC X(01) VALUE 'N'.
001170     88  WS-TXN-EOF                VALUE 'Y'.
001180 01  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
001190     88  WS-MSTR-EOF               VALUE 'Y'.
001200 01  WS-NORM-OPEN-SWITCH         PIC X(01) VALUE 'N'.
001210     88  WS-NORM-OPEN              VALUE 'Y'.
001220 01  WS-NORM-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001230     88  WS-NORM-FOUND             VALUE 'Y'.
001240 01  WS-MTD-LOADED-SWITCH        PIC X(01) VALUE 'N'.
001250     88  WS-MTD-LOADED             VALUE 'Y'.
001260 01  WS-FOUND-CITY-SWITCH        PIC X(01) VALUE 'N'.
001270     88  WS-FOUND-CITY             VALUE 'Y'.
001280 01  WS-FOUND-POST-SWITCH        PIC X(01) VALUE 'N'.
001290     88  WS-FOUND-POST             VALUE 'Y'.
001300*    THE CITY MASTER, LOADED UP FRONT SO EVERY TRANSACTION
001310*    CAN BE MATCHED TO ITS CITY BY CODE.
001320 01  WS-MAX-CITIES               PIC 9(03) COMP VALUE 500.
001330 01  WS-CITY-COUNT               PIC 9(03) COMP VALUE ZERO.
001340 01  POST-CITY-TABLE.
001350     05  POST-CITY-ENTRY OCCURS 1 TO 500 TIMES
001360             DEPENDING ON WS-CITY-COUNT.
001370         10  PC-CITY-CODE        PIC X(04).
001380         10  PC-IN-SERVICE-DATE  PIC 9(08).
001390         10  PC-OUT-SERVICE-DATE PIC 9(08).
001400*    EVERY CITY/MONTH TOUCHED THIS RUN IS STAGED HERE - THE
001410*    EXISTING CLUSTER RECORD IS PULLED IN AT FIRST TOUCH SO
001420*    EARLIER NIGHTS' POSTINGS SURVIVE, THE NIGHT'S CLEAN
001430*    TRANSACTIONS LAND IN THEIR DAY SLOTS, AND EVERY STAGED
001440*    RECORD GOES BACK OUT AT END OF RUN IN ONE WRITE OR
001450*    REWRITE EACH.
001460 01  WS-MAX-POSTS                PIC 9(03) COMP VALUE 999.
001470 01  WS-POST-COUNT               PIC 9(03) COMP VALUE ZERO.
001480 01  POST-TABLE.
001490     05  POST-ENTRY OCCURS 1 TO 999 TIMES
001500             DEPENDING ON WS-POST-COUNT.
001510         10  PT-CITY-CODE        PIC X(04).
001520         10  PT-READING-YEAR     PIC 9(04).
001530         10  PT-READING-MONTH    PIC 9(02).
001540         10  PT-UNIT-FLAG        PIC X(01).
001550         10  PT-DAY-ENTRY OCCURS 31 TIMES.
001560             15  PT-DAY-POSTED   PIC X(01).
001570             15  PT-DAILY-LOW    PIC S9(2)V9
001580                 SIGN LEADING SEPARATE.
001590             15  PT-DAILY-HIGH   PIC S9(2)V9
001600                 SIGN LEADING SEPARATE.
001610             15  PT-DAILY-PRECIP PIC 9(2)V9.
001620             15  PT-DAILY-SNOW   PIC 9(2)V9.
001630             15  PT-DAY-REPOSTS  PIC 9(01).
001640         10  PT-DAYS-POSTED      PIC 9(02).
001650         10  PT-ON-FILE-SWITCH   PIC X(01).
001660             88  PT-ON-FILE       VALUE 'Y'.
001670 01  WS-CITY-SUB                 PIC 9(04) COMP VALUE ZERO.
001680 01  WS-TXN-DATE                 PIC 9(08) VALUE ZERO.
001690 01  WS-SCAN-SUB                 PIC 9(04) COMP VALUE ZERO.
001700 01  WS-POST-SUB                 PIC 9(04) COMP VALUE ZERO.
001710 01  WS-DAY-SUB                  PIC 9(02) COMP VALUE ZERO.
001720*    RUN TOTALS AND THE REJECT REASON IN FLIGHT.
001730 01  WS-TXNS-READ                PIC 9(05) COMP VALUE ZERO.
001740 01  WS-TXNS-POSTED              PIC 9(05) COMP VALUE ZERO.
001750 01  WS-TXNS-REJECTED            PIC 9(05) COMP VALUE ZERO.
001760 01  WS-DAYS-REPLACED            PIC 9(05) COMP VALUE ZERO.
001770 01  WS-MTD-WRITTEN              PIC 9(03) COMP VALUE ZERO.
001780 01  WS-MTD-REWRITTEN            PIC 9(03) COMP VALUE ZERO.
001790 01  WS-REJECT-REASON            PIC X(22).
001800*    THE SAME UNIT-AWARE PLAUSIBILITY BOUNDS ACCUMULATE-ONE-
001810*    DAY USES, WITH THE CITY/MONTH'S OWN CITYNORM BAND
001820*    REPLACING THEM WHEN A NORMALS RECORD EXISTS.
001830 01  WS-MIN-PLAUSIBLE-C          PIC S9(2)V9
001840         SIGN LEADING SEPARATE VALUE -60.0.
001850 01  WS-MAX-PLAUSIBLE-C          PIC S9(2)V9
001860         SIGN LEADING SEPARATE VALUE 60.0.
001870 01  WS-MIN-PLAUSIBLE-F          PIC S9(2)V9
001880         SIGN LEADING SEPARATE VALUE -60.0.
001890 01  WS-MAX-PLAUSIBLE-F          PIC S9(2)V9
001900         SIGN LEADING SEPARATE VALUE 99.9.
001910 01  WS-MIN-PLAUSIBLE            PIC S9(3)V9
001920         SIGN LEADING SEPARATE.
001930 01  WS-MAX-PLAUSIBLE            PIC S9(3)V9
001940         SIGN LEADING SEPARATE.
001950*    THE LARGEST SINGLE-DAY PRECIPITATION AND SNOWFALL THE
001960*    STATIONS COULD PLAUSIBLY SEE - THE SAME CAPS CITYTEMP
001970*    APPLIES AT MONTH END.
001980 01  WS-MAX-PLAUSIBLE-PRECIP     PIC 9(2)V9 VALUE 80.0.
001990 01  WS-MAX-PLAUSIBLE-SNOW       PIC 9(2)V9 VALUE 60.0.
002000 01  WS-DAYS-IN-MONTH            PIC 9(02) COMP VALUE ZERO.
002010 01  WS-LEAP-QUOT                PIC 9(04) COMP VALUE ZERO.
002020 01  WS-LEAP-REM-4               PIC 9(03) COMP VALUE ZERO.
002030 01  WS-LEAP-REM-100             PIC 9(03) COMP VALUE ZERO.
002040 01  WS-LEAP-REM-400             PIC 9(03) COMP VALUE ZERO.
002050 01  WS-RUN-DATE                 PIC X(08).
002060*
002070 PROCEDURE DIVISION.
002080 0000-MAINLINE.
002090*    TOP LEVEL FLOW OF CONTROL FOR THE NIGHTLY POSTING RUN.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002110     PERFORM 2000-POST-ALL-TXNS THRU 2000-EXIT
002120         UNTIL WS-TXN-EOF
002130     PERFORM 3000-WRITE-ALL-MTD THRU 3000-EXIT
002140     PERFORM 4000-TERMINATE THRU 4000-EXIT
002150     GO TO 0000-EXIT.
002160 0000-EXIT.
002170     EXIT.
002180*
002190 1000-INITIALIZE.
002200*    OPENS THE DATASETS, STAMPS THE RUN DATE AND LOADS THE
002210*    CITY MASTER.  A BRAND NEW OR EMPTY CITYMTD IS CREATED
002220*    ON FIRST USE THE SAME WAY CITYTEMP CREATES CITYHIST.
002230     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002240     OPEN INPUT DAILY-TXN-FILE
002250     OPEN OUTPUT CITY-ERROR-FILE
002260     OPEN I-O CITY-MTD-FILE
002270     IF WS-MTD-STATUS NOT = '00'
002280         OPEN OUTPUT CITY-MTD-FILE
002290     ELSE
002300         SET WS-MTD-LOADED TO TRUE
002310     END-IF
002320     OPEN INPUT CITY-NORMALS-FILE
002330     IF WS-NORM-STATUS = '00'
002340         SET WS-NORM-OPEN TO TRUE
002350     ELSE
002360         DISPLAY 'CITY NORMALS FILE NOT AVAILABLE - STATUS '
002370             WS-NORM-STATUS
002380         DISPLAY 'GLOBAL PLAUSIBILITY BOUNDS WILL APPLY'
002390     END-IF
002400     OPEN INPUT CITY-MASTER-FILE
002410     PERFORM 1100-LOAD-CITY-TABLE THRU 1100-EXIT
002420         UNTIL WS-MSTR-EOF
002430     CLOSE CITY-MASTER-FILE.
002440 1000-EXIT.
002450     EXIT.
002460*
002470 1100-LOAD-CITY-TABLE.
002480*    READS ONE CITY MASTER RECORD AND NOTES ITS CODE.
002490     READ CITY-MASTER-FILE INTO CM-RECORD
002500         AT END
002510             MOVE 'Y' TO WS-MSTR-EOF-SWITCH
002520             GO TO 1100-EXIT
002530     END-READ
002540     IF WS-CITY-COUNT >= WS-MAX-CITIES
002550         DISPLAY 'CITY MASTER FILE HAS MORE CITIES THAN '
002560         DISPLAY 'THE CITY TABLE CAN HOLD - ENTRY IGNORED'
002570         GO TO 1100-EXIT
002580     END-IF
002590     ADD 1 TO WS-CITY-COUNT
002600     MOVE WS-CITY-COUNT TO WS-CITY-SUB
002610     MOVE CM-CITY-CODE TO PC-CITY-CODE (WS-CITY-SUB)
002620     MOVE CM-IN-SERVICE-DATE
002630         TO PC-IN-SERVICE-DATE (WS-CITY-SUB)
002640     MOVE CM-OUT-SERVICE-DATE
002650         TO PC-OUT-SERVICE-DATE (WS-CITY-SUB).
002660 1100-EXIT.
002670     EXIT.
002680*
002690 2000-POST-ALL-TXNS.
002700*    READS ONE DAILY TRANSACTION, VALIDATES IT, AND POSTS IT
002710*    INTO ITS STAGED CITY/MONTH RECORD WHEN CLEAN.
002720     READ DAILY-TXN-FILE INTO DTX-RECORD
002730         AT END
002740             MOVE 'Y' TO WS-TXN-EOF-SWITCH
002750             GO TO 2000-EXIT
002760     END-READ
002770     ADD 1 TO WS-TXNS-READ
002780     PERFORM 2100-EDIT-ONE-TXN THRU 2100-EXIT
002790     IF WS-REJECT-REASON NOT = SPACES
002800         PERFORM 2500-LOG-BAD-TXN THRU 2500-EXIT
002810         GO TO 2000-EXIT
002820     END-IF
002830     PERFORM 2300-FIND-POST-ENTRY THRU 2300-EXIT
002840     IF WS-REJECT-REASON NOT = SPACES
002850         PERFORM 2500-LOG-BAD-TXN THRU 2500-EXIT
002860         GO TO 2000-EXIT
002870     END-IF
002880     PERFORM 2400-POST-ONE-DAY THRU 2400-EXIT.
002890 2000-EXIT.
002900     EXIT.
002910*
002920 2100-EDIT-ONE-TXN.
002930*    THE FULL ARRIVAL EDIT - THE SAME CHECKS THE MONTH-END
002940*    AVERAGING APPLIES, RUN THE NIGHT THE READING IS KEYED.
002950*    A READING DATED OUTSIDE THE CITY'S SERVICE DATES ON THE
002960*    MASTER IS REJECTED - THE STATION WAS NOT THERE TO TAKE IT.
002970     MOVE SPACES TO WS-REJECT-REASON
002980     PERFORM 2110-FIND-MASTER-CITY THRU 2110-EXIT
002990     IF NOT WS-FOUND-CITY
003000         MOVE 'NO MASTER ENTRY' TO WS-REJECT-REASON
003010         GO TO 2100-EXIT
003020     END-IF
003030     IF DTX-YEAR NOT NUMERIC
003040         MOVE 'READING YEAR INVALID' TO WS-REJECT-REASON
003050         GO TO 2100-EXIT
003060     END-IF
003070     IF DTX-MONTH NOT NUMERIC
003080             OR DTX-MONTH < 1
003090             OR DTX-MONTH > 12
003100         MOVE 'READING MONTH INVALID' TO WS-REJECT-REASON
003110         GO TO 2100-EXIT
003120     END-IF
003130     PERFORM 2200-SET-DAYS-IN-MONTH THRU 2200-EXIT
003140     IF DTX-DAY NOT NUMERIC
003150             OR DTX-DAY < 1
003160             OR DTX-DAY > WS-DAYS-IN-MONTH
003170         MOVE 'READING DAY INVALID' TO WS-REJECT-REASON
003180         GO TO 2100-EXIT
003190     END-IF
003200     MOVE DTX-DATE TO WS-TXN-DATE
003210     IF WS-TXN-DATE < PC-IN-SERVICE-DATE (WS-CITY-SUB)
003220             OR (PC-OUT-SERVICE-DATE (WS-CITY-SUB) NOT = ZERO
003230             AND WS-TXN-DATE > PC-OUT-SERVICE-DATE (WS-CITY-SUB))
003240         MOVE 'OUTSIDE SERVICE DATES' TO WS-REJECT-REASON
003250         GO TO 2100-EXIT
003260     END-IF
003270     IF DTX-UNIT-FLAG NOT = 'C' AND DTX-UNIT-FLAG NOT = 'F'
003280         MOVE 'F' TO DTX-UNIT-FLAG
003290     END-IF
003300     IF DTX-LOW NOT NUMERIC
003310         MOVE 'NON-NUMERIC LOW' TO WS-REJECT-REASON
003320         GO TO 2100-EXIT
003330     END-IF
003340     IF DTX-HIGH NOT NUMERIC
003350         MOVE 'NON-NUMERIC HIGH' TO WS-REJECT-REASON
003360         GO TO 2100-EXIT
003370     END-IF
003380     PERFORM 2250-SET-PLAUSIBLE-BOUNDS THRU 2250-EXIT
003390     IF DTX-LOW < WS-MIN-PLAUSIBLE
003400             OR DTX-LOW > WS-MAX-PLAUSIBLE
003410         IF WS-NORM-FOUND
003420             MOVE 'LOW OFF NORMAL BAND' TO WS-REJECT-REASON
003430         ELSE
003440             MOVE 'LOW OUT OF RANGE' TO WS-REJECT-REASON
003450         END-IF
003460         GO TO 2100-EXIT
003470     END-IF
003480     IF DTX-HIGH < WS-MIN-PLAUSIBLE
003490             OR DTX-HIGH > WS-MAX-PLAUSIBLE
003500         IF WS-NORM-FOUND
003510             MOVE 'HIGH OFF NORMAL BAND' TO WS-REJECT-REASON
003520         ELSE
003530             MOVE 'HIGH OUT OF RANGE' TO WS-REJECT-REASON
003540         END-IF
003550         GO TO 2100-EXIT
003560     END-IF
003570     IF DTX-LOW > DTX-HIGH
003580         MOVE 'LOW ABOVE HIGH' TO WS-REJECT-REASON
003590         GO TO 2100-EXIT
003600     END-IF
003610     IF DTX-PRECIP NOT NUMERIC
003620         MOVE 'NON-NUMERIC PRECIP' TO WS-REJECT-REASON
003630         GO TO 2100-EXIT
003640     END-IF
003650     IF DTX-PRECIP > WS-MAX-PLAUSIBLE-PRECIP
003660         MOVE 'PRECIP OUT OF RANGE' TO WS-REJECT-REASON
003670         GO TO 2100-EXIT
003680     END-IF
003690     IF DTX-SNOW NOT NUMERIC
003700         MOVE 'NON-NUMERIC SNOW' TO WS-REJECT-REASON
003710         GO TO 2100-EXIT
003720     END-IF
003730     IF DTX-SNOW > WS-MAX-PLAUSIBLE-SNOW
003740         MOVE 'SNOW OUT OF RANGE' TO WS-REJECT-REASON
003750     END-IF.
003760 2100-EXIT.
003770     EXIT.
003780*
003790 2110-FIND-MASTER-CITY.
003800*    LOOKS THE TRANSACTION'S CITY CODE UP ON THE MASTER;
003810*    WS-CITY-SUB IS LEFT POINTING AT THE CITY FOUND.
003820     MOVE 'N' TO WS-FOUND-CITY-SWITCH
003830     PERFORM 2120-TEST-ONE-MASTER THRU 2120-EXIT
003840         VARYING WS-SCAN-SUB FROM 1 BY 1
003850         UNTIL WS-SCAN-SUB > WS-CITY-COUNT
003860             OR WS-FOUND-CITY.
003870 2110-EXIT.
003880     EXIT.
003890*
003900 2120-TEST-ONE-MASTER.
003910*    TESTS ONE MASTER CITY AGAINST THE TRANSACTION.
003920     IF PC-CITY-CODE (WS-SCAN-SUB) = DTX-CITY-CODE
003930         SET WS-FOUND-CITY TO TRUE
003940         MOVE WS-SCAN-SUB TO WS-CITY-SUB
003950     END-IF.
003960 2120-EXIT.
003970     EXIT.
003980*
003990 2200-SET-DAYS-IN-MONTH.
004000*    WORKS OUT HOW MANY DAYS THE TRANSACTION'S MONTH REALLY
004010*    HAS, WITH THE FULL CENTURY RULE FOR FEBRUARY.
004020     EVALUATE DTX-MONTH
004030         WHEN 4
004040         WHEN 6
004050         WHEN 9
004060         WHEN 11
004070             MOVE 30 TO WS-DAYS-IN-MONTH
004080         WHEN 2
004090             MOVE 28 TO WS-DAYS-IN-MONTH
004100             DIVIDE DTX-YEAR BY 4
004110                 GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
004120             DIVIDE DTX-YEAR BY 100
004130                 GIVING WS-LEAP-QUOT
004140                 REMAINDER WS-LEAP-REM-100
004150             DIVIDE DTX-YEAR BY 400
004160                 GIVING WS-LEAP-QUOT
004170                 REMAINDER WS-LEAP-REM-400
004180             IF WS-LEAP-REM-400 = ZERO
004190                 MOVE 29 TO WS-DAYS-IN-MONTH
004200             ELSE
004210                 IF WS-LEAP-REM-4 = ZERO
004220                         AND WS-LEAP-REM-100 NOT = ZERO
004230                     MOVE 29 TO WS-DAYS-IN-MONTH
004240                 END-IF
004250             END-IF
004260         WHEN OTHER
004270             MOVE 31 TO WS-DAYS-IN-MONTH
004280     END-EVALUATE.
004290 2200-EXIT.
004300     EXIT.
004310*
004320 2250-SET-PLAUSIBLE-BOUNDS.
004330*    SETS THE VALIDATION BAND FOR THE TRANSACTION'S CITY,
004340*    MONTH AND UNIT - THE CITYNORM BAND WHEN ONE EXISTS,
004350*    THE GLOBAL PLAUSIBILITY PAIR OTHERWISE.
004360     MOVE 'N' TO WS-NORM-FOUND-SWITCH
004370     IF WS-NORM-OPEN
004380         MOVE DTX-CITY-CODE TO NORM-CITY-CODE
004390         MOVE DTX-MONTH     TO NORM-MONTH
004400         READ CITY-NORMALS-FILE
004410             INVALID KEY
004420                 CONTINUE
004430             NOT INVALID KEY
004440                 SET WS-NORM-FOUND TO TRUE
004450         END-READ
004460     END-IF
004470     IF DTX-UNIT-FLAG = 'C'
004480         IF WS-NORM-FOUND
004490             MOVE NORM-MIN-C TO WS-MIN-PLAUSIBLE
004500             MOVE NORM-MAX-C TO WS-MAX-PLAUSIBLE
004510         ELSE
004520             MOVE WS-MIN-PLAUSIBLE-C TO WS-MIN-PLAUSIBLE
004530             MOVE WS-MAX-PLAUSIBLE-C TO WS-MAX-PLAUSIBLE
004540         END-IF
004550     ELSE
004560         IF WS-NORM-FOUND
004570             MOVE NORM-MIN-F TO WS-MIN-PLAUSIBLE
004580             MOVE NORM-MAX-F TO WS-MAX-PLAUSIBLE
004590         ELSE
004600             MOVE WS-MIN-PLAUSIBLE-F TO WS-MIN-PLAUSIBLE
004610             MOVE WS-MAX-PLAUSIBLE-F TO WS-MAX-PLAUSIBLE
004620         END-IF
004630     END-IF.
004640 2250-EXIT.
004650     EXIT.
004660*
004670 2300-FIND-POST-ENTRY.
004680*    FINDS OR STAGES THE CITY/MONTH RECORD THE TRANSACTION
004690*    BELONGS TO.  AT FIRST TOUCH THE EXISTING CLUSTER RECORD
004700*    IS PULLED IN SO EARLIER NIGHTS' POSTINGS SURVIVE.  A
004710*    TRANSACTION IN A UNIT THAT CONFLICTS WITH THE MONTH
004720*    ALREADY ON FILE IS REJECTED - ONE MONTH, ONE UNIT.
004730     MOVE 'N' TO WS-FOUND-POST-SWITCH
004740     PERFORM 2310-TEST-ONE-POST-ENTRY THRU 2310-EXIT
004750         VARYING WS-SCAN-SUB FROM 1 BY 1
004760         UNTIL WS-SCAN-SUB > WS-POST-COUNT
004770             OR WS-FOUND-POST
004780     IF WS-FOUND-POST
004790         IF DTX-UNIT-FLAG NOT = PT-UNIT-FLAG (WS-POST-SUB)
004800             MOVE 'UNIT CONFLICTS WITH MTD'
004810                 TO WS-REJECT-REASON
004820         END-IF
004830         GO TO 2300-EXIT
004840     END-IF
004850     IF WS-POST-COUNT >= WS-MAX-POSTS
004860         MOVE 'POST TABLE FULL' TO WS-REJECT-REASON
004870         GO TO 2300-EXIT
004880     END-IF
004890     ADD 1 TO WS-POST-COUNT
004900     MOVE WS-POST-COUNT TO WS-POST-SUB
004910     MOVE DTX-CITY-CODE TO PT-CITY-CODE (WS-POST-SUB)
004920     MOVE DTX-YEAR      TO PT-READING-YEAR (WS-POST-SUB)
004930     MOVE DTX-MONTH     TO PT-READING-MONTH (WS-POST-SUB)
004940     MOVE DTX-UNIT-FLAG TO PT-UNIT-FLAG (WS-POST-SUB)
004950     MOVE ZERO          TO PT-DAYS-POSTED (WS-POST-SUB)
004960     MOVE 'N'           TO PT-ON-FILE-SWITCH (WS-POST-SUB)
004970     PERFORM 2320-CLEAR-ONE-SLOT THRU 2320-EXIT
004980         VARYING WS-DAY-SUB FROM 1 BY 1
004990         UNTIL WS-DAY-SUB > 31
005000     IF NOT WS-MTD-LOADED
005010         GO TO 2300-EXIT
005020     END-IF
005030     MOVE DTX-CITY-CODE TO MTD-CITY-CODE
005040     MOVE DTX-YEAR      TO MTD-READING-YEAR
005050     MOVE DTX-MONTH     TO MTD-READING-MONTH
005060     READ CITY-MTD-FILE
005070         INVALID KEY
005080             GO TO 2300-EXIT
005090     END-READ
005100     SET PT-ON-FILE (WS-POST-SUB) TO TRUE
005110     MOVE MTD-UNIT-FLAG TO PT-UNIT-FLAG (WS-POST-SUB)
005120     MOVE MTD-DAYS-POSTED TO PT-DAYS-POSTED (WS-POST-SUB)
005130     PERFORM 2330-COPY-ONE-SLOT-IN THRU 2330-EXIT
005140         VARYING WS-DAY-SUB FROM 1 BY 1
005150         UNTIL WS-DAY-SUB > 31
005160     IF DTX-UNIT-FLAG NOT = PT-UNIT-FLAG (WS-POST-SUB)
005170         MOVE 'UNIT CONFLICTS WITH MTD' TO WS-REJECT-REASON
005180     END-IF.
005190 2300-EXIT.
005200     EXIT.
005210*
005220 2310-TEST-ONE-POST-ENTRY.
005230*    TESTS ONE STAGED RECORD AGAINST THE TRANSACTION'S CITY
005240*    AND MONTH.
005250     IF PT-CITY-CODE (WS-SCAN-SUB) = DTX-CITY-CODE
005260             AND PT-READING-YEAR (WS-SCAN-SUB) = DTX-YEAR
005270             AND PT-READING-MONTH (WS-SCAN-SUB) = DTX-MONTH
005280         SET WS-FOUND-POST TO TRUE
005290         MOVE WS-SCAN-SUB TO WS-POST-SUB
005300     END-IF.
005310 2310-EXIT.
005320     EXIT.
005330*
005340 2320-CLEAR-ONE-SLOT.
005350*    CLEARS ONE DAY SLOT OF A NEWLY STAGED RECORD.
005360     MOVE 'N'  TO PT-DAY-POSTED (WS-POST-SUB WS-DAY-SUB)
005370     MOVE ZERO TO PT-DAILY-LOW (WS-POST-SUB WS-DAY-SUB)
005380     MOVE ZERO TO PT-DAILY-HIGH (WS-POST-SUB WS-DAY-SUB)
005390     MOVE ZERO TO PT-DAILY-PRECIP (WS-POST-SUB WS-DAY-SUB)
005400     MOVE ZERO TO PT-DAILY-SNOW (WS-POST-SUB WS-DAY-SUB)
005410     MOVE ZERO TO PT-DAY-REPOSTS (WS-POST-SUB WS-DAY-SUB).
005420 2320-EXIT.
005430     EXIT.
005440*
005450 2330-COPY-ONE-SLOT-IN.
005460*    COPIES ONE DAY SLOT FROM THE CLUSTER RECORD JUST READ
005470*    INTO THE STAGED RECORD.
005480     MOVE MTD-DAY-POSTED (WS-DAY-SUB)
005490         TO PT-DAY-POSTED (WS-POST-SUB WS-DAY-SUB)
005500     MOVE MTD-DAILY-LOW (WS-DAY-SUB)
005510         TO PT-DAILY-LOW (WS-POST-SUB WS-DAY-SUB)
005520     MOVE MTD-DAILY-HIGH (WS-DAY-SUB)
005530         TO PT-DAILY-HIGH (WS-POST-SUB WS-DAY-SUB)
005540     MOVE MTD-DAILY-PRECIP (WS-DAY-SUB)
005550         TO PT-DAILY-PRECIP (WS-POST-SUB WS-DAY-SUB)
005560     MOVE MTD-DAILY-SNOW (WS-DAY-SUB)
005570         TO PT-DAILY-SNOW (WS-POST-SUB WS-DAY-SUB)
005580     MOVE MTD-DAY-REPOSTS (WS-DAY-SUB)
005590         TO PT-DAY-REPOSTS (WS-POST-SUB WS-DAY-SUB).
005600 2330-EXIT.
005610     EXIT.
005620*
005630 2400-POST-ONE-DAY.
005640*    LANDS THE CLEAN TRANSACTION IN ITS DAY SLOT.  A SLOT
005650*    ALREADY POSTED IS REPLACED AND COUNTED - A CORRECTED
005660*    READING COSTS ONE CARD, NOT A RE-ENTERED MONTH.  THE
005670*    SLOT KEEPS COUNT OF ITS REPLACEMENTS, UP TO 9, FOR THE
005680*    MORNING CHASE LIST.
005690     MOVE DTX-DAY TO WS-DAY-SUB
005700     IF PT-DAY-POSTED (WS-POST-SUB WS-DAY-SUB) = 'Y'
005710         ADD 1 TO WS-DAYS-REPLACED
005720         IF PT-DAY-REPOSTS (WS-POST-SUB WS-DAY-SUB) < 9
005730             ADD 1 TO PT-DAY-REPOSTS (WS-POST-SUB WS-DAY-SUB)
005740         END-IF
005750     ELSE
005760         ADD 1 TO PT-DAYS-POSTED (WS-POST-SUB)
005770     END-IF
005780     MOVE 'Y'      TO PT-DAY-POSTED (WS-POST-SUB WS-DAY-SUB)
005790     MOVE DTX-LOW  TO PT-DAILY-LOW (WS-POST-SUB WS-DAY-SUB)
005800     MOVE DTX-HIGH TO PT-DAILY-HIGH (WS-POST-SUB WS-DAY-SUB)
005810     MOVE DTX-PRECIP
005820         TO PT-DAILY-PRECIP (WS-POST-SUB WS-DAY-SUB)
005830     MOVE DTX-SNOW
005840         TO PT-DAILY-SNOW (WS-POST-SUB WS-DAY-SUB)
005850     ADD 1 TO WS-TXNS-POSTED.
005860 2400-EXIT.
005870     EXIT.
005880*
005890 2500-LOG-BAD-TXN.
005900*    WRITES ONE REJECTED TRANSACTION TO CITY-ERROR-FILE SO
005910*    THE STATION CAN BE CHASED THE NEXT MORNING, NOT AT
005920*    MONTH END.
005930     MOVE WS-RUN-DATE    TO ERR-RUN-DATE
005940     MOVE DTX-CITY-CODE  TO ERR-CITY-CODE
005950     IF DTX-DAY NUMERIC
005960         MOVE DTX-DAY    TO ERR-DAY-NO
005970     ELSE
005980         MOVE ZERO       TO ERR-DAY-NO
005990     END-IF
006000     MOVE DTX-LOW (1:4)  TO ERR-RAW-VALUE
006010     MOVE WS-REJECT-REASON TO ERR-REASON
006020     WRITE ERR-RECORD
006030     ADD 1 TO WS-TXNS-REJECTED
006040     DISPLAY 'REJECTED DAILY TXN FOR ' DTX-CITY-CODE
006050         ' ' DTX-DATE ': ' WS-REJECT-REASON.
006060 2500-EXIT.
006070     EXIT.
006080*
006090 3000-WRITE-ALL-MTD.
006100*    WRITES EVERY STAGED CITY/MONTH RECORD BACK TO THE
006110*    CLUSTER - REWRITE WHERE ONE WAS ALREADY ON FILE, WRITE
006120*    WHERE THE MONTH IS NEW.
006130     PERFORM 3100-WRITE-ONE-MTD THRU 3100-EXIT
006140         VARYING WS-POST-SUB FROM 1 BY 1
006150         UNTIL WS-POST-SUB > WS-POST-COUNT.
006160 3000-EXIT.
006170     EXIT.
006180*
006190 3100-WRITE-ONE-MTD.
006200*    WRITES ONE STAGED RECORD BACK TO THE CLUSTER.
006210     MOVE PT-CITY-CODE (WS-POST-SUB)     TO MTD-CITY-CODE
006220     MOVE PT-READING-YEAR (WS-POST-SUB)  TO MTD-READING-YEAR
006230     MOVE PT-READING-MONTH (WS-POST-SUB)
006240         TO MTD-READING-MONTH
006250     MOVE PT-UNIT-FLAG (WS-POST-SUB)     TO MTD-UNIT-FLAG
006260     MOVE PT-DAYS-POSTED (WS-POST-SUB)   TO MTD-DAYS-POSTED
006270     PERFORM 3110-COPY-ONE-SLOT-OUT THRU 3110-EXIT
006280         VARYING WS-DAY-SUB FROM 1 BY 1
006290         UNTIL WS-DAY-SUB > 31
006300     IF PT-ON-FILE (WS-POST-SUB)
006310         REWRITE MTD-RECORD
006320         ADD 1 TO WS-MTD-REWRITTEN
006330     ELSE
006340         WRITE MTD-RECORD
006350         ADD 1 TO WS-MTD-WRITTEN
006360     END-IF.
006370 3100-EXIT.
006380     EXIT.
006390*
006400 3110-COPY-ONE-SLOT-OUT.
006410*    COPIES ONE DAY SLOT FROM THE STAGED RECORD TO THE
006420*    OUTGOING CLUSTER RECORD.
006430     MOVE PT-DAY-POSTED (WS-POST-SUB WS-DAY-SUB)
006440         TO MTD-DAY-POSTED (WS-DAY-SUB)
006450     MOVE PT-DAILY-LOW (WS-POST-SUB WS-DAY-SUB)
006460         TO MTD-DAILY-LOW (WS-DAY-SUB)
006470     MOVE PT-DAILY-HIGH (WS-POST-SUB WS-DAY-SUB)
006480         TO MTD-DAILY-HIGH (WS-DAY-SUB)
006490     MOVE PT-DAILY-PRECIP (WS-POST-SUB WS-DAY-SUB)
006500         TO MTD-DAILY-PRECIP (WS-DAY-SUB)
006510     MOVE PT-DAILY-SNOW (WS-POST-SUB WS-DAY-SUB)
006520         TO MTD-DAILY-SNOW (WS-DAY-SUB)
006530     MOVE PT-DAY-REPOSTS (WS-POST-SUB WS-DAY-SUB)
006540         TO MTD-DAY-REPOSTS (WS-DAY-SUB).
006550 3110-EXIT.
006560     EXIT.
006570*
006580 4000-TERMINATE.
006590*    DISPLAYS THE RUN TOTALS, CLOSES THE DATASETS, AND ENDS
006600*    RC=4 WHEN ANY TRANSACTION WAS REJECTED SO THE MORNING
006610*    FOLLOW-UP HAPPENS THE MORNING AFTER.
006620     DISPLAY 'DAILY POSTING RECONCILIATION'
006630     DISPLAY '  TRANSACTIONS READ...: ' WS-TXNS-READ
006640     DISPLAY '  TRANSACTIONS POSTED.: ' WS-TXNS-POSTED
006650     DISPLAY '  DAYS REPLACED.......: ' WS-DAYS-REPLACED
006660     DISPLAY '  TRANSACTIONS REJECTD: ' WS-TXNS-REJECTED
006670     DISPLAY '  MTD RECORDS ADDED...: ' WS-MTD-WRITTEN
006680     DISPLAY '  MTD RECORDS UPDATED.: ' WS-MTD-REWRITTEN
006690     CLOSE DAILY-TXN-FILE
006700     CLOSE CITY-MTD-FILE
006710     CLOSE CITY-ERROR-FILE
006720     IF WS-NORM-OPEN
006730         CLOSE CITY-NORMALS-FILE
006740     END-IF
006750     IF WS-TXNS-REJECTED > ZERO
006760         MOVE 4 TO RETURN-CODE
006770     END-IF
006780     STOP RUN.
006790 4000-EXIT.
006800     EXIT.
006810 END PROGRAM CITYPOST.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARRLOTEX.
000030 AUTHOR.        R L HOBAUGH.
000040 INSTALLATION.  DATA CENTER SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*===============================================================
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------
000120* 10/15/26   RLH   ORIGINAL PROGRAM - EXPIRING STOCK REPORT
000130*                  OVER THE ARRLOT LOT ON-HAND FILE.  LISTS
000140*                  EVERY LOT THAT EXPIRES WITHIN THE NUMBER OF
000150*                  DAYS ON THE ARRLXCTL CONTROL CARD - AND
000160*                  EVERY LOT ALREADY PAST ITS DATE - WITH ITS
000170*                  QUANTITY VALUED AT THE ARRCOST UNIT COST,
000180*                  SUBTOTALLED BY WAREHOUSE.  ENDS RC=4 WHEN
000190*                  EXPIRED STOCK IS STILL ON HAND SO THE
000200*                  SCHEDULER CAN CHASE IT.
000210*===============================================================
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER.   IBM-370.
000260 OBJECT-COMPUTER.   IBM-370.
000270*
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT LEX-LOT-FILE    ASSIGN TO ARRLOT
000310         ORGANIZATION IS SEQUENTIAL
000320         FILE STATUS IS LEX-LOT-STATUS.
000330     SELECT LEX-COST-FILE   ASSIGN TO ARRCOST
000340         ORGANIZATION IS SEQUENTIAL
000350         FILE STATUS IS LEX-COST-STATUS.
000360     SELECT LEX-CTL-FILE    ASSIGN TO ARRLXCTL
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS LEX-CTL-STATUS.
000390     SELECT LEX-REPORT-FILE ASSIGN TO ARRLXRPT
000400         ORGANIZATION IS SEQUENTIAL.
000410*
000420 DATA DIVISION.
000430 FILE SECTION.
000440*
000450*    LOT ON-HAND RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000460*    ARR-LOT-REC.  ARRAYDEMO WRITES THE FILE IN WAREHOUSE PLUS
000470*    BIN CODE SEQUENCE, WHICH THE WAREHOUSE SUBTOTALS RELY ON.
000480 FD  LEX-LOT-FILE
000490     RECORDING MODE IS F
000500     LABEL RECORDS ARE STANDARD.
000510 01  LEX-LOT-REC.
000520     05  LEX-LOT-BIN-KEY.
000530         10  LEX-LOT-WHSE-CODE  PIC X(03).
000540         10  LEX-LOT-BIN-CODE   PIC X(09).
000550     05  LEX-LOT-NO             PIC X(10).
000560     05  LEX-LOT-EXP-DATE       PIC 9(06).
000570     05  LEX-LOT-EXP-DATE-X REDEFINES LEX-LOT-EXP-DATE.
000580         10  LEX-EXP-YY         PIC 9(02).
000590         10  LEX-EXP-MM         PIC 9(02).
000600         10  LEX-EXP-DD         PIC 9(02).
000610     05  LEX-LOT-QTY            PIC 9(09).
000620     05  LEX-LOT-RECV-DATE      PIC 9(06).
000630     05  FILLER                 PIC X(89).
000640*
000650*    UNIT COST MASTER RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000660*    ARR-COST-REC.
000670 FD  LEX-COST-FILE
000680     RECORDING MODE IS F
000690     LABEL RECORDS ARE STANDARD.
000700 01  LEX-COST-REC.
000710     05  LEX-COST-CODE          PIC X(09).
000720     05  LEX-COST-UNIT          PIC 9(05)V99.
000730     05  LEX-COST-EFF-DATE      PIC 9(06).
000740     05  FILLER                 PIC X(110).
000750*
000760*    CONTROL CARD - BOTH FIELDS OPTIONAL.  THE WINDOW DEFAULTS
000770*    TO LEX-WINDOW-DAYS; THE AS-OF DATE TO TODAY.
000780 FD  LEX-CTL-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 01  LEX-CTL-REC.
000820     05  LEX-CTL-WINDOW         PIC X(04).
000830     05  LEX-CTL-ASOF-DATE      PIC X(06).
000840     05  FILLER                 PIC X(70).
000850*
000860 FD  LEX-REPORT-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  LEX-REPORT-REC             PIC X(132).
000900*
000910 WORKING-STORAGE SECTION.
000920*---------------------------------------------------------------
000930*    FILE AND CONTROL CARD CONTROLS.
000940*---------------------------------------------------------------
000950 01  LEX-LOT-STATUS             PIC X(02)   VALUE SPACES.
000960     88  LEX-LOT-NOT-FOUND                  VALUE "35".
000970 01  LEX-COST-STATUS            PIC X(02)   VALUE SPACES.
000980     88  LEX-COST-NOT-FOUND                 VALUE "35".
000990 01  LEX-CTL-STATUS             PIC X(02)   VALUE SPACES.
001000     88  LEX-CTL-NOT-FOUND                  VALUE "35".
001010 77  LEX-EOF-SW                 PIC X(01)   VALUE "N".
001020     88  LEX-EOF                            VALUE "Y".
001030 77  LEX-COST-EOF-SW            PIC X(01)   VALUE "N".
001040     88  LEX-COST-EOF                       VALUE "Y".
001050*    A LOT EXPIRING WITHIN THIS MANY DAYS IS LISTED - A MONTH
001060*    GIVES THE WAREHOUSE TIME TO PUSH IT OUT BEFORE IT IS LOST.
001070 77  LEX-WINDOW-DAYS            PIC 9(04)   VALUE 0030.
001080*    EXPIRY VALUE ARRAYDEMO GIVES A LOT THAT NEVER EXPIRES.
001090 77  LEX-NO-EXPIRY              PIC 9(06)   VALUE 999999.
001100 77  LEX-READ-COUNT             PIC 9(06)   VALUE 0.
001110 77  LEX-PRINT-COUNT            PIC 9(06)   VALUE 0.
001120 77  LEX-EXPIRED-COUNT          PIC 9(06)   VALUE 0.
001130 77  LEX-UNCOSTED-COUNT         PIC 9(06)   VALUE 0.
001140 77  LEX-DAYS-LEFT              PIC S9(07)  VALUE 0.
001150 77  LEX-ASOF-SERIAL            PIC 9(07)   VALUE 0.
001160 01  LEX-ASOF-DATE              PIC 9(06)   VALUE 0.
001170*
001180*---------------------------------------------------------------
001190*    VALUE WORK FIELDS AND WAREHOUSE / GRAND TOTALS.
001200*---------------------------------------------------------------
001210 77  LEX-UNIT-WORK              PIC 9(05)V99 VALUE 0.
001220 77  LEX-VALUE-WORK             PIC 9(11)V99 VALUE 0.
001230 77  LEX-PREV-WHSE              PIC X(03)   VALUE SPACES.
001240 77  LEX-WHSE-QTY               PIC 9(11)   VALUE 0.
001250 77  LEX-WHSE-VALUE             PIC 9(11)V99 VALUE 0.
001260 77  LEX-WHSE-LOTS              PIC 9(06)   VALUE 0.
001270 77  LEX-GRAND-QTY              PIC 9(11)   VALUE 0.
001280 77  LEX-GRAND-VALUE            PIC 9(11)V99 VALUE 0.
001290*
001300*---------------------------------------------------------------
001310*    UNIT COST TABLE - LOADED FROM ARRCOST FOR A SEARCH ALL BY
001320*    BIN CODE, AS IN ARRAYDEMO.
001330*---------------------------------------------------------------
001340 01  LEX-COST-TABLE.
001350     05  LEX-COST-COUNT     PIC 9(04)   COMP.
001360     05  LEX-COST-ENTRY     OCCURS 1 TO 1000 TIMES
001370                            DEPENDING ON LEX-COST-COUNT
001380                            ASCENDING KEY IS LEX-COST-TBL-CODE
001390                            INDEXED BY LEX-COST-IDX.
001400         10  LEX-COST-TBL-CODE  PIC X(09)  VALUE SPACES.
001410         10  LEX-COST-TBL-UNIT  PIC 9(05)V99 VALUE 0.
001420 77  LEX-COST-MAX-ENTRIES   PIC 9(04)   VALUE 1000.
001430 77  LEX-COST-PREV-CODE     PIC X(09)   VALUE SPACES.
001440 77  LEX-COST-FOUND-SW      PIC X(01)   VALUE "N".
001450     88  LEX-COST-FOUND                 VALUE "Y".
001460*
001470*    DATE-TO-DAY-SERIAL WORK FIELDS FOR 9600-DATE-TO-DAYS -
001480*    YEARS AT 365 PLUS A MONTH OFFSET, AS IN ARRAYDEMO.
001490 01  LEX-D2D-DATE               PIC 9(06)   VALUE 0.
001500 01  LEX-D2D-DATE-X REDEFINES LEX-D2D-DATE.
001510     05  LEX-D2D-YY             PIC 9(02).
001520     05  LEX-D2D-MM             PIC 9(02).
001530     05  LEX-D2D-DD             PIC 9(02).
001540 77  LEX-D2D-DAYS               PIC 9(07)   VALUE 0.
001550 01  LEX-MONTH-OFF-VAL          PIC X(36)
001560         VALUE "000031059090120151181212243273304334".
001570 01  LEX-MONTH-OFF-TBL REDEFINES LEX-MONTH-OFF-VAL.
001580     05  LEX-MONTH-OFF          OCCURS 12 TIMES
001590                                PIC 9(03).
001600*
001610*---------------------------------------------------------------
001620*    ARRLXRPT LISTING LINE LAYOUTS.
001630*---------------------------------------------------------------
001640 01  LEX-RPT-HDR-LINE.
001650     05  FILLER                 PIC X(20)
001660                                 VALUE "ARRLOTEX".
001670     05  FILLER                 PIC X(30)
001680                                 VALUE "EXPIRING STOCK REPORT".
001690     05  FILLER                 PIC X(82) VALUE SPACES.
001700*
001710 01  LEX-RPT-PARM-LINE.
001720     05  FILLER                 PIC X(04) VALUE SPACES.
001730     05  FILLER                 PIC X(07) VALUE "AS OF:".
001740     05  LEX-RPT-PARM-ASOF      PIC 9(06).
001750     05  FILLER                 PIC X(21)
001760                                 VALUE "   EXPIRING WITHIN:".
001770     05  LEX-RPT-PARM-WINDOW    PIC ZZZ9.
001780     05  FILLER                 PIC X(05) VALUE " DAYS".
001790     05  FILLER                 PIC X(85) VALUE SPACES.
001800*
001810 01  LEX-RPT-COL-LINE.
001820     05  FILLER                 PIC X(04) VALUE SPACES.
001830     05  FILLER                 PIC X(06) VALUE "WHSE".
001840     05  FILLER                 PIC X(11) VALUE "BIN".
001850     05  FILLER                 PIC X(12) VALUE "LOT".
001860     05  FILLER                 PIC X(08) VALUE "EXPIRY".
001870     05  FILLER                 PIC X(11) VALUE "  DAYS LEFT".
001880     05  FILLER                 PIC X(14) VALUE "      QUANTITY".
001890     05  FILLER                 PIC X(12) VALUE "   UNIT COST".
001900     05  FILLER                 PIC X(18)
001910                                 VALUE "             VALUE".
001920     05  FILLER                 PIC X(36) VALUE "  FLAG".
001930*
001940 01  LEX-RPT-DTL-LINE.
001950     05  FILLER                 PIC X(04) VALUE SPACES.
001960     05  LEX-RPT-DTL-WHSE       PIC X(03).
001970     05  FILLER                 PIC X(03) VALUE SPACES.
001980     05  LEX-RPT-DTL-BIN        PIC X(09).
001990     05  FILLER                 PIC X(02) VALUE SPACES.
002000     05  LEX-RPT-DTL-LOT        PIC X(10).
002010     05  FILLER                 PIC X(02) VALUE SPACES.
002020     05  LEX-RPT-DTL-EXP        PIC 9(06).
002030     05  FILLER                 PIC X(04) VALUE SPACES.
002040     05  LEX-RPT-DTL-DAYS       PIC ---,--9.
002050     05  FILLER                 PIC X(03) VALUE SPACES.
002060     05  LEX-RPT-DTL-QTY        PIC ZZZ,ZZZ,ZZ9.
002070     05  FILLER                 PIC X(03) VALUE SPACES.
002080     05  LEX-RPT-DTL-UNIT       PIC ZZ,ZZ9.99.
002090     05  FILLER                 PIC X(02) VALUE SPACES.
002100     05  LEX-RPT-DTL-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002110     05  FILLER                 PIC X(02) VALUE SPACES.
002120     05  LEX-RPT-DTL-FLAG       PIC X(10).
002130     05  FILLER                 PIC X(25) VALUE SPACES.
002140*
002150 01  LEX-RPT-WHSE-LINE.
002160     05  FILLER                 PIC X(04) VALUE SPACES.
002170     05  FILLER                 PIC X(10) VALUE "WAREHOUSE".
002180     05  LEX-RPT-WHSE-CODE      PIC X(03).
002190     05  FILLER                 PIC X(08) VALUE "  LOTS:".
002200     05  LEX-RPT-WHSE-LOTS      PIC ZZZZZ9.
002210     05  FILLER                 PIC X(21) VALUE SPACES.
002220     05  LEX-RPT-WHSE-QTY       PIC ZZ,ZZZ,ZZZ,ZZ9.
002230     05  FILLER                 PIC X(14) VALUE SPACES.
002240     05  LEX-RPT-WHSE-VALUE     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002250     05  FILLER                 PIC X(35) VALUE SPACES.
002260*
002270 01  LEX-RPT-GRAND-LINE.
002280     05  FILLER                 PIC X(04) VALUE SPACES.
002290     05  FILLER                 PIC X(13) VALUE "GRAND TOTAL".
002300     05  FILLER                 PIC X(35) VALUE SPACES.
002310     05  LEX-RPT-GRAND-QTY      PIC ZZ,ZZZ,ZZZ,ZZ9.
002320     05  FILLER                 PIC X(14) VALUE SPACES.
002330     05  LEX-RPT-GRAND-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
002340     05  FILLER                 PIC X(35) VALUE SPACES.
002350*
002360 01  LEX-RPT-CNT-LINE.
002370     05  FILLER                 PIC X(04) VALUE SPACES.
002380     05  FILLER                 PIC X(15)
002390                                 VALUE "LOTS PRINTED:".
002400     05  LEX-RPT-CNT-PRT        PIC ZZZZZ9.
002410     05  FILLER                 PIC X(10) VALUE "  OF".
002420     05  LEX-RPT-CNT-READ       PIC ZZZZZ9.
002430     05  FILLER                 PIC X(07) VALUE " READ ".
002440     05  FILLER                 PIC X(10) VALUE " EXPIRED:".
002450     05  LEX-RPT-CNT-EXPIRED    PIC ZZZZZ9.
002460     05  FILLER                 PIC X(11) VALUE " UNCOSTED:".
002470     05  LEX-RPT-CNT-UNCOSTED   PIC ZZZZZ9.
002480     05  FILLER                 PIC X(51) VALUE SPACES.
002490*
002500 01  LEX-RPT-NONE-LINE.
002510     05  FILLER                 PIC X(04) VALUE SPACES.
002520     05  FILLER                 PIC X(40)
002530         VALUE "NO LOTS EXPIRING WITHIN THE WINDOW".
002540     05  FILLER                 PIC X(88) VALUE SPACES.
002550*
002560 PROCEDURE DIVISION.
002570*
002580*===============================================================
002590* 0000-MAINLINE.
002600*===============================================================
002610 0000-MAINLINE.
002620     PERFORM 1000-INITIALIZE
002630         THRU 1000-INITIALIZE-EXIT.
002640     PERFORM 2000-READ-LOT-REC
002650         THRU 2000-READ-LOT-REC-EXIT
002660         UNTIL LEX-EOF.
002670     PERFORM 3000-REPORT-TOTALS
002680         THRU 3000-REPORT-TOTALS-EXIT.
002690     PERFORM 9000-TERMINATE
002700         THRU 9000-TERMINATE-EXIT.
002710     STOP RUN.
002720*
002730*===============================================================
002740* 1000-INITIALIZE  -  OPEN FILES, DECODE THE ARRLXCTL CONTROL
002750*     CARD, LOAD THE COST TABLE AND WRITE THE REPORT HEADING.
002760*     A MISSING CARD MEANS THE DEFAULT WINDOW AS OF TODAY.
002770*===============================================================
002780 1000-INITIALIZE.
002790     OPEN OUTPUT LEX-REPORT-FILE.
002800     WRITE LEX-REPORT-REC FROM LEX-RPT-HDR-LINE.
002810     ACCEPT LEX-ASOF-DATE FROM DATE.
002820     PERFORM 1100-READ-CONTROL-CARD
002830         THRU 1100-READ-CONTROL-CARD-EXIT.
002840     MOVE LEX-ASOF-DATE TO LEX-D2D-DATE.
002850     PERFORM 9600-DATE-TO-DAYS
002860         THRU 9600-DATE-TO-DAYS-EXIT.
002870     MOVE LEX-D2D-DAYS TO LEX-ASOF-SERIAL.
002880     PERFORM 1200-LOAD-COST-MASTER
002890         THRU 1200-LOAD-COST-MASTER-EXIT.
002900     MOVE LEX-ASOF-DATE TO LEX-RPT-PARM-ASOF.
002910     MOVE LEX-WINDOW-DAYS TO LEX-RPT-PARM-WINDOW.
002920     WRITE LEX-REPORT-REC FROM LEX-RPT-PARM-LINE.
002930     WRITE LEX-REPORT-REC FROM LEX-RPT-COL-LINE.
002940     OPEN INPUT LEX-LOT-FILE.
002950     IF LEX-LOT-NOT-FOUND
002960         DISPLAY "ARRLOTEX - NO ARRLOT LOT FILE TO READ"
002970         SET LEX-EOF TO TRUE
002980     END-IF.
002990 1000-INITIALIZE-EXIT.
003000     EXIT.
003010*
003020 1100-READ-CONTROL-CARD.
003030     OPEN INPUT LEX-CTL-FILE.
003040     IF LEX-CTL-NOT-FOUND
003050         DISPLAY "ARRLOTEX - NO ARRLXCTL CONTROL CARD - "
003060             "DEFAULT WINDOW AS OF TODAY"
003070         GO TO 1100-READ-CONTROL-CARD-EXIT
003080     END-IF.
003090     READ LEX-CTL-FILE
003100         AT END
003110             CLOSE LEX-CTL-FILE
003120             GO TO 1100-READ-CONTROL-CARD-EXIT
003130     END-READ.
003140     IF LEX-CTL-WINDOW IS NUMERIC
003150         AND LEX-CTL-WINDOW NOT = "0000"
003160         MOVE LEX-CTL-WINDOW TO LEX-WINDOW-DAYS
003170     END-IF.
003180     IF LEX-CTL-ASOF-DATE IS NUMERIC
003190         AND LEX-CTL-ASOF-DATE NOT = "000000"
003200         MOVE LEX-CTL-ASOF-DATE TO LEX-ASOF-DATE
003210     END-IF.
003220     CLOSE LEX-CTL-FILE.
003230 1100-READ-CONTROL-CARD-EXIT.
003240     EXIT.
003250*
003260*===============================================================
003270* 1200-LOAD-COST-MASTER  -  LOAD ARRCOST INTO LEX-COST-TABLE.
003280*     A MISSING ARRCOST LEAVES EVERY LOT UNCOSTED; A ROW OUT OF
003290*     BIN CODE SEQUENCE IS SKIPPED SO THE SEARCH ALL HOLDS.
003300*===============================================================
003310 1200-LOAD-COST-MASTER.
003320     MOVE 0 TO LEX-COST-COUNT.
003330     OPEN INPUT LEX-COST-FILE.
003340     IF LEX-COST-NOT-FOUND
003350         DISPLAY "ARRLOTEX - NO ARRCOST COST MASTER - "
003360             "EVERY LOT WILL SHOW UNCOSTED"
003370         GO TO 1200-LOAD-COST-MASTER-EXIT
003380     END-IF.
003390     PERFORM 1210-READ-COST-REC
003400         THRU 1210-READ-COST-REC-EXIT
003410         UNTIL LEX-COST-EOF
003420         OR LEX-COST-COUNT = LEX-COST-MAX-ENTRIES.
003430     IF NOT LEX-COST-EOF
003440         DISPLAY "ARRLOTEX - COST TABLE FULL - REMAINING "
003450             "ARRCOST ROWS NOT LOADED"
003460     END-IF.
003470     CLOSE LEX-COST-FILE.
003480 1200-LOAD-COST-MASTER-EXIT.
003490     EXIT.
003500*
003510 1210-READ-COST-REC.
003520     READ LEX-COST-FILE
003530         AT END
003540             SET LEX-COST-EOF TO TRUE
003550             GO TO 1210-READ-COST-REC-EXIT
003560     END-READ.
003570     IF LEX-COST-CODE NOT > LEX-COST-PREV-CODE
003580         DISPLAY "ARRLOTEX - ARRCOST ROW OUT OF SEQUENCE, "
003590             "SKIPPED: " LEX-COST-CODE
003600         GO TO 1210-READ-COST-REC-EXIT
003610     END-IF.
003620     IF LEX-COST-UNIT NOT NUMERIC
003630         DISPLAY "ARRLOTEX - ARRCOST UNIT COST NOT NUMERIC, "
003640             "SKIPPED: " LEX-COST-CODE
003650         GO TO 1210-READ-COST-REC-EXIT
003660     END-IF.
003670     ADD 1 TO LEX-COST-COUNT.
003680     MOVE LEX-COST-CODE TO LEX-COST-TBL-CODE (LEX-COST-COUNT)
003690                           LEX-COST-PREV-CODE.
003700     MOVE LEX-COST-UNIT TO LEX-COST-TBL-UNIT (LEX-COST-COUNT).
003710 1210-READ-COST-REC-EXIT.
003720     EXIT.
003730*
003740*===============================================================
003750* 2000-READ-LOT-REC  -  READ ONE LOT AND, IF IT CARRIES AN
003760*     EXPIRY THAT FALLS WITHIN THE WINDOW (OR HAS ALREADY
003770*     PASSED), VALUE IT AND PRINT IT.  A CHANGE OF WAREHOUSE
003780*     CLOSES THE PRIOR WAREHOUSE'S SUBTOTAL FIRST.
003790*===============================================================
003800 2000-READ-LOT-REC.
003810     READ LEX-LOT-FILE
003820         AT END
003830             SET LEX-EOF TO TRUE
003840             GO TO 2000-READ-LOT-REC-EXIT
003850     END-READ.
003860     ADD 1 TO LEX-READ-COUNT.
003870     IF LEX-LOT-QTY NOT NUMERIC
003880         OR LEX-LOT-EXP-DATE NOT NUMERIC
003890         GO TO 2000-READ-LOT-REC-EXIT
003900     END-IF.
003910     IF LEX-LOT-QTY = 0
003920         OR LEX-LOT-EXP-DATE = LEX-NO-EXPIRY
003930         GO TO 2000-READ-LOT-REC-EXIT
003940     END-IF.
003950     IF LEX-EXP-MM < 01 OR LEX-EXP-MM > 12
003960         DISPLAY "ARRLOTEX - LOT EXPIRY NOT A VALID DATE, "
003970             "SKIPPED: " LEX-LOT-BIN-KEY " " LEX-LOT-NO
003980         GO TO 2000-READ-LOT-REC-EXIT
003990     END-IF.
004000     MOVE LEX-LOT-EXP-DATE TO LEX-D2D-DATE.
004010     PERFORM 9600-DATE-TO-DAYS
004020         THRU 9600-DATE-TO-DAYS-EXIT.
004030     COMPUTE LEX-DAYS-LEFT = LEX-D2D-DAYS - LEX-ASOF-SERIAL.
004040     IF LEX-DAYS-LEFT > LEX-WINDOW-DAYS
004050         GO TO 2000-READ-LOT-REC-EXIT
004060     END-IF.
004070     IF LEX-LOT-WHSE-CODE NOT = LEX-PREV-WHSE
004080         PERFORM 2300-WRITE-WHSE-TOTAL
004090             THRU 2300-WRITE-WHSE-TOTAL-EXIT
004100         MOVE LEX-LOT-WHSE-CODE TO LEX-PREV-WHSE
004110     END-IF.
004120     PERFORM 2100-VALUE-LOT
004130         THRU 2100-VALUE-LOT-EXIT.
004140     PERFORM 2200-PRINT-LOT-LINE
004150         THRU 2200-PRINT-LOT-LINE-EXIT.
004160 2000-READ-LOT-REC-EXIT.
004170     EXIT.
004180*
004190 2100-VALUE-LOT.
004200     MOVE 0 TO LEX-UNIT-WORK.
004210     MOVE "N" TO LEX-COST-FOUND-SW.
004220     IF LEX-COST-COUNT = 0
004230         GO TO 2100-VALUE-LOT-POST
004240     END-IF.
004250     SEARCH ALL LEX-COST-ENTRY
004260         AT END
004270             GO TO 2100-VALUE-LOT-POST
004280         WHEN LEX-COST-TBL-CODE (LEX-COST-IDX)
004290                 = LEX-LOT-BIN-CODE
004300             SET LEX-COST-FOUND TO TRUE
004310             MOVE LEX-COST-TBL-UNIT (LEX-COST-IDX)
004320                 TO LEX-UNIT-WORK
004330     END-SEARCH.
004340 2100-VALUE-LOT-POST.
004350     COMPUTE LEX-VALUE-WORK = LEX-LOT-QTY * LEX-UNIT-WORK.
004360     ADD LEX-LOT-QTY    TO LEX-WHSE-QTY  LEX-GRAND-QTY.
004370     ADD LEX-VALUE-WORK TO LEX-WHSE-VALUE LEX-GRAND-VALUE.
004380     ADD 1 TO LEX-WHSE-LOTS.
004390 2100-VALUE-LOT-EXIT.
004400     EXIT.
004410*
004420 2200-PRINT-LOT-LINE.
004430     MOVE LEX-LOT-WHSE-CODE   TO LEX-RPT-DTL-WHSE.
004440     MOVE LEX-LOT-BIN-CODE    TO LEX-RPT-DTL-BIN.
004450     MOVE LEX-LOT-NO          TO LEX-RPT-DTL-LOT.
004460     MOVE LEX-LOT-EXP-DATE    TO LEX-RPT-DTL-EXP.
004470     MOVE LEX-DAYS-LEFT       TO LEX-RPT-DTL-DAYS.
004480     MOVE LEX-LOT-QTY         TO LEX-RPT-DTL-QTY.
004490     MOVE LEX-UNIT-WORK       TO LEX-RPT-DTL-UNIT.
004500     MOVE LEX-VALUE-WORK      TO LEX-RPT-DTL-VALUE.
004510     MOVE SPACES              TO LEX-RPT-DTL-FLAG.
004520     IF NOT LEX-COST-FOUND
004530         MOVE "UNCOSTED" TO LEX-RPT-DTL-FLAG
004540         ADD 1 TO LEX-UNCOSTED-COUNT
004550     END-IF.
004560     IF LEX-DAYS-LEFT < 0
004570         MOVE "** EXPIRED" TO LEX-RPT-DTL-FLAG
004580         ADD 1 TO LEX-EXPIRED-COUNT
004590     END-IF.
004600     WRITE LEX-REPORT-REC FROM LEX-RPT-DTL-LINE.
004610     ADD 1 TO LEX-PRINT-COUNT.
004620 2200-PRINT-LOT-LINE-EXIT.
004630     EXIT.
004640*
004650*    SUBTOTAL LINE FOR THE WAREHOUSE JUST FINISHED, IF IT HAD
004660*    ANY LOT LISTED.
004670 2300-WRITE-WHSE-TOTAL.
004680     IF LEX-WHSE-LOTS = 0
004690         GO TO 2300-WRITE-WHSE-TOTAL-EXIT
004700     END-IF.
004710     MOVE LEX-PREV-WHSE  TO LEX-RPT-WHSE-CODE.
004720     MOVE LEX-WHSE-LOTS  TO LEX-RPT-WHSE-LOTS.
004730     MOVE LEX-WHSE-QTY   TO LEX-RPT-WHSE-QTY.
004740     MOVE LEX-WHSE-VALUE TO LEX-RPT-WHSE-VALUE.
004750     WRITE LEX-REPORT-REC FROM LEX-RPT-WHSE-LINE.
004760     MOVE 0 TO LEX-WHSE-LOTS.
004770     MOVE 0 TO LEX-WHSE-QTY.
004780     MOVE 0 TO LEX-WHSE-VALUE.
004790 2300-WRITE-WHSE-TOTAL-EXIT.
004800     EXIT.
004810*
004820*===============================================================
004830* 3000-REPORT-TOTALS  -  CLOSE THE LAST WAREHOUSE AND PRINT THE
004840*     GRAND TOTAL.
004850*===============================================================
004860 3000-REPORT-TOTALS.
004870     IF LEX-PRINT-COUNT = 0
004880         WRITE LEX-REPORT-REC FROM LEX-RPT-NONE-LINE
004890         GO TO 3000-REPORT-TOTALS-EXIT
004900     END-IF.
004910     PERFORM 2300-WRITE-WHSE-TOTAL
004920         THRU 2300-WRITE-WHSE-TOTAL-EXIT.
004930     MOVE LEX-GRAND-QTY   TO LEX-RPT-GRAND-QTY.
004940     MOVE LEX-GRAND-VALUE TO LEX-RPT-GRAND-VALUE.
004950     WRITE LEX-REPORT-REC FROM LEX-RPT-GRAND-LINE.
004960 3000-REPORT-TOTALS-EXIT.
004970     EXIT.
004980*
004990*===============================================================
005000* 9600-DATE-TO-DAYS  -  TURN LEX-D2D-DATE (YYMMDD) INTO A DAY
005010*     SERIAL IN LEX-D2D-DAYS, THE SAME WAY ARRAYDEMO AGES ITS
005020*     OPEN TRANSFERS.
005030*===============================================================
005040 9600-DATE-TO-DAYS.
005050     COMPUTE LEX-D2D-DAYS
005060         = (LEX-D2D-YY * 365)
005070         + LEX-MONTH-OFF (LEX-D2D-MM)
005080         + LEX-D2D-DD.
005090 9600-DATE-TO-DAYS-EXIT.
005100     EXIT.
005110*
005120*===============================================================
005130* 9000-TERMINATE  -  WRITE THE COUNT TRAILER, CLOSE FILES, AND
005140*     END RC=4 IF ANY EXPIRED STOCK IS STILL ON HAND.
005150*===============================================================
005160 9000-TERMINATE.
005170     MOVE LEX-PRINT-COUNT    TO LEX-RPT-CNT-PRT.
005180     MOVE LEX-READ-COUNT     TO LEX-RPT-CNT-READ.
005190     MOVE LEX-EXPIRED-COUNT  TO LEX-RPT-CNT-EXPIRED.
005200     MOVE LEX-UNCOSTED-COUNT TO LEX-RPT-CNT-UNCOSTED.
005210     WRITE LEX-REPORT-REC FROM LEX-RPT-CNT-LINE.
005220     IF NOT LEX-LOT-NOT-FOUND
005230         CLOSE LEX-LOT-FILE
005240     END-IF.
005250     CLOSE LEX-REPORT-FILE.
005260     IF LEX-EXPIRED-COUNT > 0
005270         DISPLAY "ARRLOTEX - " LEX-EXPIRED-COUNT
005280             " EXPIRED LOT(S) STILL ON HAND"
005290         MOVE 4 TO RETURN-CODE
005300     END-IF.
005310 9000-TERMINATE-EXIT.
005320     EXIT.

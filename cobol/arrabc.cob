000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARRABC.
000030 AUTHOR.        R L HOBAUGH.
000040 INSTALLATION.  DATA CENTER SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*===============================================================
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------
000120* 10/15/26   RLH   ORIGINAL PROGRAM - ABC CLASSIFICATION AND
000130*                  CYCLE-COUNT SCHEDULE.  RANKS EVERY BIN ON THE
000140*                  LAST PROMOTED ARRSNAP SNAPSHOT BY USAGE VALUE
000150*                  - THE ISSUE ACTIVITY ON ARRAUD OVER THE
000160*                  ARRABCTL CONTROL-CARD PERIOD, PRICED AT THE
000170*                  ARRCOST UNIT COST - AND CLASSES IT A, B OR C
000180*                  BY CUMULATIVE SHARE OF THAT VALUE.  THE CLASS
000190*                  IS KEPT ON THE ARRABCF CLASS FILE WITH THE
000200*                  DATE EACH BIN WAS LAST COUNTED (STAMPED BY THE
000210*                  ARRAYDEMO MODE "C" RUN) AND ITS NEXT COUNT
000220*                  DUE AT ITS CLASS FREQUENCY.  EVERY BIN DUE
000230*                  TODAY GOES ON THE ARRCSHT COUNT SHEETS, BY
000240*                  WAREHOUSE AND ZONE, AND ON A PRE-FILLED ARRCYCT
000250*                  FILE (ARRCYCO) WITH THE COUNTED QUANTITY LEFT
000260*                  BLANK FOR THE COUNTERS.  THE ARRABRPT LISTING
000270*                  SHOWS THE RANKING AND FLAGS EVERY BIN OVERDUE
000280*                  FOR ITS COUNT.  ENDS RC=4 WHEN ANY BIN IS
000290*                  OVERDUE.
000300* 10/15/26   RLH   ARRAUD LAYOUT - ACTIVITY TYPE APPENDED IN WHAT
000310*                  WAS FILLER.
000320* 10/15/26   RLH   USAGE COUNTS ISSUES ONLY - A MINUS ADJUSTMENT
000330*                  (WRITE-OFF OR COUNT CORRECTION) NO LONGER
000340*                  ADDS TO A BIN'S USAGE.  A MOVEMENT LOGGED
000350*                  BEFORE THE ACTIVITY TYPE WAS CARRIED STILL
000360*                  COUNTS BY DIRECTION, AS BEFORE.
000370*===============================================================
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430*
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT ABC-SNAP-FILE   ASSIGN TO ARRSNAP
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS ABC-SNAP-STATUS.
000490     SELECT ABC-BINM-FILE   ASSIGN TO ARRBINM
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS ABC-BINM-CODE
000530         FILE STATUS IS ABC-BINM-STATUS.
000540     SELECT ABC-COST-FILE   ASSIGN TO ARRCOST
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS ABC-COST-STATUS.
000570     SELECT ABC-AUDIT-FILE  ASSIGN TO ARRAUD
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS ABC-AUDIT-STATUS.
000600     SELECT ABC-CLS-FILE    ASSIGN TO ARRABCF
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS ABC-CLS-STATUS.
000630     SELECT ABC-CLS-OUT-FILE ASSIGN TO ARRABCO
000640         ORGANIZATION IS SEQUENTIAL.
000650     SELECT ABC-CYCT-OUT-FILE ASSIGN TO ARRCYCO
000660         ORGANIZATION IS SEQUENTIAL.
000670     SELECT ABC-CTL-FILE    ASSIGN TO ARRABCTL
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS ABC-CTL-STATUS.
000700     SELECT ABC-SHEET-FILE  ASSIGN TO ARRCSHT
000710         ORGANIZATION IS SEQUENTIAL.
000720     SELECT ABC-REPORT-FILE ASSIGN TO ARRABRPT
000730         ORGANIZATION IS SEQUENTIAL.
000740*
000750 DATA DIVISION.
000760 FILE SECTION.
000770*
000780*    SNAPSHOT RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000790*    ARR-SNAP-REC.  ARRAYDEMO WRITES THE ARRAY IN WAREHOUSE
000800*    PLUS BIN CODE SEQUENCE, WHICH THE SEARCH ALL RELIES ON.
000810 FD  ABC-SNAP-FILE
000820     RECORDING MODE IS F
000830     LABEL RECORDS ARE STANDARD.
000840 01  ABC-SNAP-REC.
000850     05  ABC-SNAP-SUB           PIC 9(04).
000860     05  ABC-SNAP-BIN-KEY.
000870         10  ABC-SNAP-WHSE      PIC X(03).
000880         10  ABC-SNAP-CODE      PIC X(09).
000890     05  ABC-SNAP-VAL           PIC 9(09).
000900     05  ABC-SNAP-RUN-DATE      PIC 9(06).
000910     05  FILLER                 PIC X(101).
000920*
000930*    BIN MASTER RECORD - THE ARRBINM KSDS, READ DIRECTLY BY BIN
000940*    CODE FOR THE ZONE, DESCRIPTION AND UNIT ON THE COUNT
000950*    SHEETS.  LAYOUT MUST MATCH ARRZONE'S ZON-BINM-REC.
000960 FD  ABC-BINM-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  ABC-BINM-REC.
000990     05  ABC-BINM-CODE          PIC X(09).
001000     05  ABC-BINM-DESC          PIC X(30).
001010     05  ABC-BINM-ZONE          PIC X(03).
001020     05  ABC-BINM-UOM           PIC X(03).
001030     05  ABC-BINM-MAX-CAP       PIC 9(09).
001040     05  ABC-BINM-ACT-FLAG      PIC X(01).
001050     05  ABC-BINM-REORDER-PT    PIC 9(09).
001060     05  ABC-BINM-REORDER-QTY   PIC 9(09).
001070     05  FILLER                 PIC X(59).
001080*
001090*    UNIT COST MASTER RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
001100*    ARR-COST-REC.  KEPT IN ASCENDING BIN CODE SEQUENCE.
001110 FD  ABC-COST-FILE
001120     RECORDING MODE IS F
001130     LABEL RECORDS ARE STANDARD.
001140 01  ABC-COST-REC.
001150     05  ABC-COST-CODE          PIC X(09).
001160     05  ABC-COST-UNIT          PIC 9(05)V99.
001170     05  ABC-COST-EFF-DATE      PIC 9(06).
001180     05  FILLER                 PIC X(110).
001190*
001200*    AUDIT TRAIL RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
001210*    ARR-AUDIT-REC.  ONLY ARRMOVE MOVEMENTS (SOURCE "M") THAT
001220*    TOOK STOCK OUT OF A BIN COUNT AS USAGE - LOADS, COUNT
001230*    CORRECTIONS AND TRANSFERS ARE NOT CONSUMPTION.
001240 FD  ABC-AUDIT-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD.
001270 01  ABC-AUDIT-REC.
001280     05  ABC-AUD-SUB            PIC 9(04).
001290     05  ABC-AUD-CODE           PIC X(09).
001300     05  ABC-AUD-OLD-VAL        PIC 9(09).
001310     05  ABC-AUD-NEW-VAL        PIC 9(09).
001320     05  ABC-AUD-RUN-DATE       PIC 9(06).
001330     05  ABC-AUD-RUN-TIME       PIC 9(08).
001340     05  ABC-AUD-SOURCE         PIC X(01).
001350         88  ABC-AUD-SOURCE-MOVE            VALUE "M".
001360     05  ABC-AUD-DOC-NO         PIC X(10).
001370     05  ABC-AUD-WHSE           PIC X(03).
001380     05  ABC-AUD-TYPE           PIC X(01).
001390         88  ABC-AUD-TYPE-ISSUE             VALUE "I".
001400         88  ABC-AUD-TYPE-NONE              VALUE SPACE.
001410     05  FILLER                 PIC X(72).
001420*
001430*    ABC CLASS RECORD - ONE PER BIN ON THE BOOK, IN WAREHOUSE
001440*    PLUS BIN CODE SEQUENCE.  CLASS A, B OR C; THE USAGE AND
001450*    RANK IT WAS CLASSED ON; THE DATE IT WAS LAST COUNTED (ZERO
001460*    IF NEVER), THE DATE ITS NEXT COUNT FALLS DUE, AND THE DATE
001470*    IT WAS LAST PUT ON A COUNT SHEET.  LAYOUT MUST MATCH
001480*    ARRAYDEMO'S ARR-ABC-REC.
001490 FD  ABC-CLS-FILE
001500     RECORDING MODE IS F
001510     LABEL RECORDS ARE STANDARD.
001520 01  ABC-CLS-REC.
001530     05  ABC-CLS-BIN-KEY        PIC X(12).
001540     05  ABC-CLS-CLASS          PIC X(01).
001550     05  ABC-CLS-USE-QTY        PIC 9(09).
001560     05  ABC-CLS-USE-VAL        PIC 9(11)V99.
001570     05  ABC-CLS-RANK           PIC 9(05).
001580     05  ABC-CLS-CLASS-DATE     PIC 9(06).
001590     05  ABC-CLS-LAST-CNT       PIC 9(06).
001600     05  ABC-CLS-NEXT-DUE       PIC 9(06).
001610     05  ABC-CLS-LAST-SCHED     PIC 9(06).
001620     05  FILLER                 PIC X(68).
001630*
001640*    THIS RUN'S OUTGOING CLASS FILE - SAME LAYOUT AS
001650*    ABC-CLS-REC.
001660 FD  ABC-CLS-OUT-FILE
001670     RECORDING MODE IS F
001680     LABEL RECORDS ARE STANDARD.
001690 01  ABC-CLS-OUT-REC.
001700     05  ABC-CLS-OUT-BIN-KEY    PIC X(12).
001710     05  ABC-CLS-OUT-CLASS      PIC X(01).
001720     05  ABC-CLS-OUT-USE-QTY    PIC 9(09).
001730     05  ABC-CLS-OUT-USE-VAL    PIC 9(11)V99.
001740     05  ABC-CLS-OUT-RANK       PIC 9(05).
001750     05  ABC-CLS-OUT-CLASS-DATE PIC 9(06).
001760     05  ABC-CLS-OUT-LAST-CNT   PIC 9(06).
001770     05  ABC-CLS-OUT-NEXT-DUE   PIC 9(06).
001780     05  ABC-CLS-OUT-LAST-SCHED PIC 9(06).
001790     05  FILLER                 PIC X(68).
001800*
001810*    PRE-FILLED CYCLE-COUNT RECORD - LAYOUT MUST MATCH
001820*    ARRAYDEMO'S ARR-CYCT-REC.  THE COUNTER ID AND COUNTED
001830*    QUANTITY ARE LEFT BLANK FOR THE COUNTERS TO KEY.
001840 FD  ABC-CYCT-OUT-FILE
001850     RECORDING MODE IS F
001860     LABEL RECORDS ARE STANDARD.
001870 01  ABC-CYCT-REC.
001880     05  ABC-CYCT-COUNTER-ID    PIC X(08).
001890     05  ABC-CYCT-COUNT-DATE    PIC 9(06).
001900     05  ABC-CYCT-BIN-KEY.
001910         10  ABC-CYCT-WHSE      PIC X(03).
001920         10  ABC-CYCT-CODE      PIC X(09).
001930     05  ABC-CYCT-QTY           PIC X(09).
001940     05  ABC-CYCT-BATCH-ID      PIC X(08).
001950     05  FILLER                 PIC X(37).
001960*
001970*    CONTROL CARD - EVERY FIELD OPTIONAL.  THE USAGE PERIOD
001980*    DEFAULTS TO THE YEAR ENDING TODAY; THE CUT-OFFS ARE THE
001990*    CUMULATIVE PERCENT OF USAGE VALUE THAT CLOSES CLASS A AND
002000*    CLASS B; THE FREQUENCIES ARE DAYS BETWEEN COUNTS.
002010 FD  ABC-CTL-FILE
002020     RECORDING MODE IS F
002030     LABEL RECORDS ARE STANDARD.
002040 01  ABC-CTL-REC.
002050     05  ABC-CTL-FROM-DATE      PIC X(06).
002060     05  ABC-CTL-TO-DATE        PIC X(06).
002070     05  ABC-CTL-A-CUT          PIC X(02).
002080     05  ABC-CTL-B-CUT          PIC X(02).
002090     05  ABC-CTL-A-FREQ         PIC X(03).
002100     05  ABC-CTL-B-FREQ         PIC X(03).
002110     05  ABC-CTL-C-FREQ         PIC X(03).
002120     05  FILLER                 PIC X(55).
002130*
002140 FD  ABC-SHEET-FILE
002150     RECORDING MODE IS F
002160     LABEL RECORDS ARE STANDARD.
002170 01  ABC-SHEET-REC              PIC X(132).
002180*
002190 FD  ABC-REPORT-FILE
002200     RECORDING MODE IS F
002210     LABEL RECORDS ARE STANDARD.
002220 01  ABC-REPORT-REC             PIC X(132).
002230*
002240 WORKING-STORAGE SECTION.
002250*---------------------------------------------------------------
002260*    FILE CONTROLS AND RUN COUNTERS.
002270*---------------------------------------------------------------
002280 01  ABC-SNAP-STATUS            PIC X(02)   VALUE SPACES.
002290     88  ABC-SNAP-NOT-FOUND                 VALUE "35".
002300 01  ABC-BINM-STATUS            PIC X(02)   VALUE SPACES.
002310 01  ABC-COST-STATUS            PIC X(02)   VALUE SPACES.
002320     88  ABC-COST-NOT-FOUND                 VALUE "35".
002330 01  ABC-AUDIT-STATUS           PIC X(02)   VALUE SPACES.
002340     88  ABC-AUDIT-NOT-FOUND                VALUE "35".
002350 01  ABC-CLS-STATUS             PIC X(02)   VALUE SPACES.
002360     88  ABC-CLS-NOT-FOUND                  VALUE "35".
002370 01  ABC-CTL-STATUS             PIC X(02)   VALUE SPACES.
002380     88  ABC-CTL-NOT-FOUND                  VALUE "35".
002390 77  ABC-BINM-AVAIL-SW          PIC X(01)   VALUE "N".
002400     88  ABC-BINM-AVAIL                     VALUE "Y".
002410 77  ABC-SNAP-EOF-SW            PIC X(01)   VALUE "N".
002420     88  ABC-SNAP-EOF                       VALUE "Y".
002430 77  ABC-COST-EOF-SW            PIC X(01)   VALUE "N".
002440     88  ABC-COST-EOF                       VALUE "Y".
002450 77  ABC-AUDIT-EOF-SW           PIC X(01)   VALUE "N".
002460     88  ABC-AUDIT-EOF                      VALUE "Y".
002470 77  ABC-CLS-EOF-SW             PIC X(01)   VALUE "N".
002480     88  ABC-CLS-EOF                        VALUE "Y".
002490 01  ABC-RUN-DATE               PIC 9(06)   VALUE 0.
002500 01  ABC-RUN-DATE-X REDEFINES ABC-RUN-DATE.
002510     05  ABC-RUN-YY             PIC 9(02).
002520     05  ABC-RUN-MMDD           PIC 9(04).
002530 77  ABC-RUN-SERIAL             PIC 9(07)   VALUE 0.
002540 01  ABC-FROM-DATE              PIC 9(06)   VALUE 0.
002550 01  ABC-FROM-DATE-X REDEFINES ABC-FROM-DATE.
002560     05  ABC-FROM-YY            PIC 9(02).
002570     05  ABC-FROM-MMDD          PIC 9(04).
002580 01  ABC-TO-DATE                PIC 9(06)   VALUE 0.
002590 01  ABC-TO-DATE-X REDEFINES ABC-TO-DATE.
002600     05  ABC-TO-YY              PIC 9(02).
002610     05  ABC-TO-MMDD            PIC 9(04).
002620*    CLASS A CLOSES AT 80 PERCENT OF CUMULATIVE USAGE VALUE,
002630*    CLASS B AT 95; A IS COUNTED MONTHLY, B QUARTERLY AND C
002640*    TWICE A YEAR.
002650 77  ABC-A-CUT                  PIC 9(02)   VALUE 80.
002660 77  ABC-B-CUT                  PIC 9(02)   VALUE 95.
002670 77  ABC-A-FREQ                 PIC 9(03)   VALUE 030.
002680 77  ABC-B-FREQ                 PIC 9(03)   VALUE 091.
002690 77  ABC-C-FREQ                 PIC 9(03)   VALUE 182.
002700 77  ABC-BATCH-ID               PIC X(08)   VALUE SPACES.
002710 77  ABC-CLS-READ-COUNT         PIC 9(06)   VALUE 0.
002720 77  ABC-DROP-COUNT             PIC 9(06)   VALUE 0.
002730 77  ABC-AUD-USED-COUNT         PIC 9(08)   VALUE 0.
002740 77  ABC-UNCOSTED-COUNT         PIC 9(06)   VALUE 0.
002750 77  ABC-SHEET-COUNT            PIC 9(06)   VALUE 0.
002760 77  ABC-OVERDUE-COUNT          PIC 9(06)   VALUE 0.
002770 77  ABC-NEVER-COUNT            PIC 9(06)   VALUE 0.
002780 77  ABC-TOTAL-VALUE            PIC 9(13)V99 VALUE 0.
002790 77  ABC-CUM-VALUE              PIC 9(13)V99 VALUE 0.
002800*
002810*---------------------------------------------------------------
002820*    BIN TABLE - ONE ENTRY PER BIN ON THE SNAPSHOT, IN BIN KEY
002830*    SEQUENCE FOR A SEARCH ALL.  USAGE IS ACCUMULATED INTO IT
002840*    FROM ARRAUD; THE COUNT HISTORY COMES FROM THE OLD CLASS
002850*    FILE.
002860*---------------------------------------------------------------
002870 01  ABC-BIN-TABLE.
002880     05  ABC-BIN-COUNT      PIC 9(04)   COMP.
002890     05  ABC-BIN-ENTRY      OCCURS 1 TO 2000 TIMES
002900                            DEPENDING ON ABC-BIN-COUNT
002910                            ASCENDING KEY IS ABC-BIN-TBL-KEY
002920                            INDEXED BY ABC-BIN-IDX.
002930         10  ABC-BIN-TBL-KEY.
002940             15  ABC-BIN-TBL-WHSE PIC X(03) VALUE SPACES.
002950             15  ABC-BIN-TBL-CODE PIC X(09) VALUE SPACES.
002960         10  ABC-BIN-TBL-USE-QTY PIC 9(09) VALUE 0.
002970         10  ABC-BIN-TBL-UNIT   PIC 9(05)V99 VALUE 0.
002980         10  ABC-BIN-TBL-USE-VAL PIC 9(11)V99 VALUE 0.
002990         10  ABC-BIN-TBL-CUM-PCT PIC 9(03)V9 VALUE 0.
003000         10  ABC-BIN-TBL-RANK   PIC 9(05)  VALUE 0.
003010         10  ABC-BIN-TBL-CLASS  PIC X(01)  VALUE "C".
003020         10  ABC-BIN-TBL-OLD-CLASS PIC X(01) VALUE SPACE.
003030         10  ABC-BIN-TBL-LAST-CNT PIC 9(06) VALUE 0.
003040         10  ABC-BIN-TBL-NEXT-DUE PIC 9(06) VALUE 0.
003050         10  ABC-BIN-TBL-LAST-SCHED PIC 9(06) VALUE 0.
003060         10  ABC-BIN-TBL-SHEET-SW PIC X(01) VALUE "N".
003070             88  ABC-BIN-TBL-ON-SHEET       VALUE "Y".
003080 77  ABC-BIN-MAX-ENTRIES    PIC 9(04)   VALUE 2000.
003090 77  ABC-BIN-PREV-KEY       PIC X(12)   VALUE SPACES.
003100 77  ABC-BIN-SUB            PIC 9(04)   COMP VALUE 0.
003110 77  ABC-SCAN-SUB           PIC 9(04)   COMP VALUE 0.
003120 77  ABC-SHIFT-SUB          PIC 9(04)   COMP VALUE 0.
003130 77  ABC-INS-POS            PIC 9(04)   COMP VALUE 0.
003140 77  ABC-SRCH-KEY           PIC X(12)   VALUE SPACES.
003150 01  ABC-AUD-KEY.
003160     05  ABC-AUD-KEY-WHSE       PIC X(03)   VALUE SPACES.
003170     05  ABC-AUD-KEY-CODE       PIC X(09)   VALUE SPACES.
003180*
003190*---------------------------------------------------------------
003200*    UNIT COST TABLE - LOADED FROM ARRCOST FOR A SEARCH ALL BY
003210*    BIN CODE, AS IN ARRAYDEMO.
003220*---------------------------------------------------------------
003230 01  ABC-COST-TABLE.
003240     05  ABC-COST-COUNT     PIC 9(04)   COMP.
003250     05  ABC-COST-ENTRY     OCCURS 1 TO 1000 TIMES
003260                            DEPENDING ON ABC-COST-COUNT
003270                            ASCENDING KEY IS ABC-COST-TBL-CODE
003280                            INDEXED BY ABC-COST-IDX.
003290         10  ABC-COST-TBL-CODE  PIC X(09)  VALUE SPACES.
003300         10  ABC-COST-TBL-UNIT  PIC 9(05)V99 VALUE 0.
003310 77  ABC-COST-MAX-ENTRIES   PIC 9(04)   VALUE 1000.
003320 77  ABC-COST-PREV-CODE     PIC X(09)   VALUE SPACES.
003330 77  ABC-COST-FOUND-SW      PIC X(01)   VALUE "N".
003340     88  ABC-COST-FOUND                 VALUE "Y".
003350*
003360*---------------------------------------------------------------
003370*    RANK INDEX - ONE ENTRY PER BIN, IN DESCENDING USAGE VALUE
003380*    SEQUENCE, POINTING BACK AT ITS BIN TABLE ENTRY.  EQUAL
003390*    VALUES KEEP BIN KEY SEQUENCE.
003400*---------------------------------------------------------------
003410 01  ABC-RANK-TABLE.
003420     05  ABC-RANK-COUNT     PIC 9(04)   COMP.
003430     05  ABC-RANK-ENTRY     OCCURS 1 TO 2000 TIMES
003440                            DEPENDING ON ABC-RANK-COUNT.
003450         10  ABC-RANK-VAL       PIC 9(11)V99 VALUE 0.
003460         10  ABC-RANK-BIN-SUB   PIC 9(04)  COMP VALUE 0.
003470 77  ABC-RANK-SUB           PIC 9(04)   COMP VALUE 0.
003480*
003490*---------------------------------------------------------------
003500*    COUNT SHEET INDEX - ONE ENTRY PER BIN DUE TODAY, IN
003510*    WAREHOUSE, ZONE AND BIN CODE SEQUENCE.
003520*---------------------------------------------------------------
003530 01  ABC-SHT-TABLE.
003540     05  ABC-SHT-COUNT      PIC 9(04)   COMP.
003550     05  ABC-SHT-ENTRY      OCCURS 1 TO 2000 TIMES
003560                            DEPENDING ON ABC-SHT-COUNT.
003570         10  ABC-SHT-SEQ.
003580             15  ABC-SHT-WHSE   PIC X(03)  VALUE SPACES.
003590             15  ABC-SHT-ZONE   PIC X(03)  VALUE SPACES.
003600             15  ABC-SHT-CODE   PIC X(09)  VALUE SPACES.
003610         10  ABC-SHT-DESC       PIC X(30)  VALUE SPACES.
003620         10  ABC-SHT-UOM        PIC X(03)  VALUE SPACES.
003630         10  ABC-SHT-BIN-SUB    PIC 9(04)  COMP VALUE 0.
003640 77  ABC-SHT-SUB            PIC 9(04)   COMP VALUE 0.
003650 01  ABC-SHT-WRK-ENTRY.
003660     05  ABC-SHT-WRK-SEQ.
003670         10  ABC-SHT-WRK-WHSE       PIC X(03)   VALUE SPACES.
003680         10  ABC-SHT-WRK-ZONE       PIC X(03)   VALUE SPACES.
003690         10  ABC-SHT-WRK-CODE       PIC X(09)   VALUE SPACES.
003700     05  ABC-SHT-WRK-DESC           PIC X(30)   VALUE SPACES.
003710     05  ABC-SHT-WRK-UOM            PIC X(03)   VALUE SPACES.
003720     05  ABC-SHT-WRK-BIN-SUB        PIC 9(04)   COMP VALUE 0.
003730 01  ABC-SHT-PREV-GRP.
003740     05  ABC-SHT-PREV-WHSE          PIC X(03)   VALUE SPACES.
003750     05  ABC-SHT-PREV-ZONE          PIC X(03)   VALUE SPACES.
003760 77  ABC-SHT-GRP-COUNT      PIC 9(04)   VALUE 0.
003770*
003780*---------------------------------------------------------------
003790*    CLASS SUMMARY - ONE ROW EACH FOR A, B AND C.
003800*---------------------------------------------------------------
003810 01  ABC-SUM-VAL                PIC X(03)   VALUE "ABC".
003820 01  ABC-SUM-CLASSES REDEFINES ABC-SUM-VAL.
003830     05  ABC-SUM-CLASS-CD       OCCURS 3 TIMES
003840                                PIC X(01).
003850 01  ABC-SUM-TABLE.
003860     05  ABC-SUM-ENTRY          OCCURS 3 TIMES.
003870         10  ABC-SUM-BINS       PIC 9(05)   VALUE 0.
003880         10  ABC-SUM-VALUE      PIC 9(13)V99 VALUE 0.
003890         10  ABC-SUM-FREQ       PIC 9(03)   VALUE 0.
003900         10  ABC-SUM-SHEET      PIC 9(05)   VALUE 0.
003910         10  ABC-SUM-OVER       PIC 9(05)   VALUE 0.
003920         10  ABC-SUM-NEVER      PIC 9(05)   VALUE 0.
003930 77  ABC-SUM-SUB            PIC 9(04)   COMP VALUE 0.
003940*
003950*    CLASSIFICATION AND SCHEDULE WORK FIELDS.
003960 77  ABC-USE-WORK               PIC 9(09)   VALUE 0.
003970 77  ABC-FREQ-WORK              PIC 9(03)   VALUE 0.
003980 77  ABC-PCT-WORK               PIC 9(03)V9 VALUE 0.
003990 77  ABC-OVER-DAYS              PIC 9(05)   VALUE 0.
004000 77  ABC-STATUS-WORK            PIC X(10)   VALUE SPACES.
004010*
004020*    DATE-TO-DAY-SERIAL WORK FIELDS FOR 9600-DATE-TO-DAYS AND
004030*    9610-DAYS-TO-DATE - YEARS AT 365 PLUS A MONTH OFFSET, AS
004040*    IN ARRAYDEMO.
004050 01  ABC-D2D-DATE               PIC 9(06)   VALUE 0.
004060 01  ABC-D2D-DATE-X REDEFINES ABC-D2D-DATE.
004070     05  ABC-D2D-YY             PIC 9(02).
004080     05  ABC-D2D-MM             PIC 9(02).
004090     05  ABC-D2D-DD             PIC 9(02).
004100 77  ABC-D2D-DAYS               PIC 9(07)   VALUE 0.
004110 77  ABC-D2D-YEARS              PIC 9(05)   VALUE 0.
004120 77  ABC-D2D-REM                PIC 9(03)   VALUE 0.
004130 77  ABC-D2D-MM-SUB             PIC 9(04)   COMP VALUE 0.
004140 01  ABC-MONTH-OFF-VAL          PIC X(36)
004150         VALUE "000031059090120151181212243273304334".
004160 01  ABC-MONTH-OFF-TBL REDEFINES ABC-MONTH-OFF-VAL.
004170     05  ABC-MONTH-OFF          OCCURS 12 TIMES
004180                                PIC 9(03).
004190*
004200 01  ABC-BLANK-LINE             PIC X(132)  VALUE SPACES.
004210*
004220*---------------------------------------------------------------
004230*    ARRABRPT CLASSIFICATION AND COVERAGE LINE LAYOUTS.
004240*---------------------------------------------------------------
004250 01  ABC-RPT-HDR-LINE.
004260     05  FILLER                 PIC X(20)
004270                                 VALUE "ARRABC".
004280     05  FILLER                 PIC X(40)
004290          VALUE "ABC CLASSIFICATION AND COUNT COVERAGE".
004300     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
004310     05  ABC-RPT-HDR-DATE       PIC 9(06).
004320     05  FILLER                 PIC X(57) VALUE SPACES.
004330*
004340 01  ABC-RPT-PARM-LINE.
004350     05  FILLER                 PIC X(04) VALUE SPACES.
004360     05  FILLER                 PIC X(13) VALUE "USAGE PERIOD".
004370     05  ABC-RPT-PARM-FROM      PIC 9(06).
004380     05  FILLER                 PIC X(04) VALUE " TO ".
004390     05  ABC-RPT-PARM-TO        PIC 9(06).
004400     05  FILLER                 PIC X(12) VALUE "   A CUT AT ".
004410     05  ABC-RPT-PARM-ACUT      PIC Z9.
004420     05  FILLER                 PIC X(12) VALUE "%  B CUT AT ".
004430     05  ABC-RPT-PARM-BCUT      PIC Z9.
004440     05  FILLER                 PIC X(20)
004450                                 VALUE "%   COUNT DAYS  A: ".
004460     05  ABC-RPT-PARM-AFRQ      PIC ZZ9.
004470     05  FILLER                 PIC X(05) VALUE "  B: ".
004480     05  ABC-RPT-PARM-BFRQ      PIC ZZ9.
004490     05  FILLER                 PIC X(05) VALUE "  C: ".
004500     05  ABC-RPT-PARM-CFRQ      PIC ZZ9.
004510     05  FILLER                 PIC X(32) VALUE SPACES.
004520*
004530 01  ABC-RPT-SECT-LINE.
004540     05  FILLER                 PIC X(04) VALUE SPACES.
004550     05  ABC-RPT-SECT-TEXT      PIC X(60).
004560     05  FILLER                 PIC X(68) VALUE SPACES.
004570*
004580 01  ABC-RPT-COL-LINE.
004590     05  FILLER                 PIC X(04) VALUE SPACES.
004600     05  FILLER                 PIC X(07) VALUE " RANK".
004610     05  FILLER                 PIC X(05) VALUE "WHSE".
004620     05  FILLER                 PIC X(11) VALUE "BIN".
004630     05  FILLER                 PIC X(03) VALUE "CL".
004640     05  FILLER                 PIC X(03) VALUE "WAS".
004650     05  FILLER                 PIC X(13) VALUE "  USAGE QTY".
004660     05  FILLER                 PIC X(11) VALUE "UNIT COST".
004670     05  FILLER                 PIC X(19)
004680                                 VALUE "      USAGE VALUE".
004690     05  FILLER                 PIC X(08) VALUE " CUM%".
004700     05  FILLER                 PIC X(09) VALUE "LAST CNT".
004710     05  FILLER                 PIC X(09) VALUE "NEXT DUE".
004720     05  FILLER                 PIC X(11) VALUE "STATUS".
004730     05  FILLER                 PIC X(05) VALUE " DAYS".
004740     05  FILLER                 PIC X(14) VALUE SPACES.
004750*
004760 01  ABC-RPT-DTL-LINE.
004770     05  FILLER                 PIC X(04) VALUE SPACES.
004780     05  ABC-RPT-DTL-RANK       PIC ZZZZ9.
004790     05  FILLER                 PIC X(02) VALUE SPACES.
004800     05  ABC-RPT-DTL-WHSE       PIC X(03).
004810     05  FILLER                 PIC X(02) VALUE SPACES.
004820     05  ABC-RPT-DTL-BIN        PIC X(09).
004830     05  FILLER                 PIC X(02) VALUE SPACES.
004840     05  ABC-RPT-DTL-CLASS      PIC X(01).
004850     05  FILLER                 PIC X(02) VALUE SPACES.
004860     05  ABC-RPT-DTL-WAS        PIC X(01).
004870     05  FILLER                 PIC X(02) VALUE SPACES.
004880     05  ABC-RPT-DTL-USE-QTY    PIC ZZZ,ZZZ,ZZ9.
004890     05  FILLER                 PIC X(02) VALUE SPACES.
004900     05  ABC-RPT-DTL-UNIT       PIC ZZ,ZZ9.99.
004910     05  FILLER                 PIC X(02) VALUE SPACES.
004920     05  ABC-RPT-DTL-USE-VAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
004930     05  FILLER                 PIC X(02) VALUE SPACES.
004940     05  ABC-RPT-DTL-CUM        PIC ZZ9.9.
004950     05  FILLER                 PIC X(03) VALUE SPACES.
004960     05  ABC-RPT-DTL-LAST       PIC 9(06).
004970     05  FILLER                 PIC X(03) VALUE SPACES.
004980     05  ABC-RPT-DTL-DUE        PIC 9(06).
004990     05  FILLER                 PIC X(03) VALUE SPACES.
005000     05  ABC-RPT-DTL-STATUS     PIC X(10).
005010     05  FILLER                 PIC X(01) VALUE SPACES.
005020     05  ABC-RPT-DTL-DAYS       PIC ZZZZ9.
005030     05  FILLER                 PIC X(14) VALUE SPACES.
005040*
005050 01  ABC-RPT-SUM-COL-LINE.
005060     05  FILLER                 PIC X(04) VALUE SPACES.
005070     05  FILLER                 PIC X(06) VALUE "CLASS".
005080     05  FILLER                 PIC X(05) VALUE " BINS".
005090     05  FILLER                 PIC X(19)
005100                                 VALUE "        USAGE VALUE".
005110     05  FILLER                 PIC X(07) VALUE "   PCT%".
005120     05  FILLER                 PIC X(05) VALUE " DAYS".
005130     05  FILLER                 PIC X(08) VALUE "   SHEET".
005140     05  FILLER                 PIC X(08) VALUE " OVERDUE".
005150     05  FILLER                 PIC X(08) VALUE "   NEVER".
005160     05  FILLER                 PIC X(62) VALUE SPACES.
005170*
005180 01  ABC-RPT-SUM-LINE.
005190     05  FILLER                 PIC X(04) VALUE SPACES.
005200     05  ABC-RPT-SUM-CLASS      PIC X(01).
005210     05  FILLER                 PIC X(05) VALUE SPACES.
005220     05  ABC-RPT-SUM-BINS       PIC ZZZZ9.
005230     05  FILLER                 PIC X(02) VALUE SPACES.
005240     05  ABC-RPT-SUM-VALUE      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
005250     05  FILLER                 PIC X(02) VALUE SPACES.
005260     05  ABC-RPT-SUM-PCT        PIC ZZ9.9.
005270     05  FILLER                 PIC X(02) VALUE SPACES.
005280     05  ABC-RPT-SUM-FREQ       PIC ZZ9.
005290     05  FILLER                 PIC X(03) VALUE SPACES.
005300     05  ABC-RPT-SUM-SHEET      PIC ZZZZ9.
005310     05  FILLER                 PIC X(03) VALUE SPACES.
005320     05  ABC-RPT-SUM-OVER       PIC ZZZZ9.
005330     05  FILLER                 PIC X(03) VALUE SPACES.
005340     05  ABC-RPT-SUM-NEVER      PIC ZZZZ9.
005350     05  FILLER                 PIC X(62) VALUE SPACES.
005360*
005370 01  ABC-RPT-CNT-LINE.
005380     05  FILLER                 PIC X(04) VALUE SPACES.
005390     05  FILLER                 PIC X(15) VALUE "BINS ON BOOK:".
005400     05  ABC-RPT-CNT-BINS       PIC ZZZZZ9.
005410     05  FILLER                 PIC X(21)
005420                                 VALUE "  AUDIT ISSUES USED:".
005430     05  ABC-RPT-CNT-AUD        PIC ZZZZZZZ9.
005440     05  FILLER                 PIC X(12) VALUE "  UNCOSTED:".
005450     05  ABC-RPT-CNT-UNCOST     PIC ZZZZZ9.
005460     05  FILLER                 PIC X(27)
005470                        VALUE "  DROPPED FROM CLASS FILE:".
005480     05  ABC-RPT-CNT-DROP       PIC ZZZZZ9.
005490     05  FILLER                 PIC X(27) VALUE SPACES.
005500*
005510 01  ABC-RPT-CNT2-LINE.
005520     05  FILLER                 PIC X(04) VALUE SPACES.
005530     05  FILLER                 PIC X(17)
005540                                 VALUE "ON COUNT SHEETS:".
005550     05  ABC-RPT-CNT-SHEET      PIC ZZZZZ9.
005560     05  FILLER                 PIC X(11) VALUE "  OVERDUE:".
005570     05  ABC-RPT-CNT-OVER       PIC ZZZZZ9.
005580     05  FILLER                 PIC X(17)
005590                                 VALUE "  NEVER COUNTED:".
005600     05  ABC-RPT-CNT-NEVER      PIC ZZZZZ9.
005610     05  FILLER                 PIC X(65) VALUE SPACES.
005620*
005630 01  ABC-RPT-NONE-LINE.
005640     05  FILLER                 PIC X(04) VALUE SPACES.
005650     05  FILLER                 PIC X(40)
005660         VALUE "NO BINS ON THE ARRSNAP SNAPSHOT".
005670     05  FILLER                 PIC X(88) VALUE SPACES.
005680*
005690*---------------------------------------------------------------
005700*    ARRCSHT COUNT SHEET LINE LAYOUTS.  THE SHEET IS A BLIND
005710*    COUNT - THE BOOK QUANTITY IS NOT PRINTED.
005720*---------------------------------------------------------------
005730 01  ABC-SHT-HDR-LINE.
005740     05  FILLER                 PIC X(20)
005750                                 VALUE "ARRABC".
005760     05  FILLER                 PIC X(40)
005770                                 VALUE "CYCLE COUNT SHEET".
005780     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
005790     05  ABC-SHT-HDR-DATE       PIC 9(06).
005800     05  FILLER                 PIC X(57) VALUE SPACES.
005810*
005820 01  ABC-SHT-GRP-LINE.
005830     05  FILLER                 PIC X(04) VALUE SPACES.
005840     05  FILLER                 PIC X(10) VALUE "WAREHOUSE ".
005850     05  ABC-SHT-GRP-WHSE       PIC X(03).
005860     05  FILLER                 PIC X(08) VALUE "   ZONE ".
005870     05  ABC-SHT-GRP-ZONE       PIC X(03).
005880     05  FILLER                 PIC X(09) VALUE "   BATCH ".
005890     05  ABC-SHT-GRP-BATCH      PIC X(08).
005900     05  FILLER                 PIC X(87) VALUE SPACES.
005910*
005920 01  ABC-SHT-COL-LINE.
005930     05  FILLER                 PIC X(04) VALUE SPACES.
005940     05  FILLER                 PIC X(06) VALUE " SEQ".
005950     05  FILLER                 PIC X(11) VALUE "BIN".
005960     05  FILLER                 PIC X(32) VALUE "DESCRIPTION".
005970     05  FILLER                 PIC X(04) VALUE "CL".
005980     05  FILLER                 PIC X(05) VALUE "UOM".
005990     05  FILLER                 PIC X(22)
006000                                 VALUE "COUNTED QUANTITY".
006010     05  FILLER                 PIC X(10) VALUE "COUNTED BY".
006020     05  FILLER                 PIC X(38) VALUE SPACES.
006030*
006040 01  ABC-SHT-DTL-LINE.
006050     05  FILLER                 PIC X(04) VALUE SPACES.
006060     05  ABC-SHT-DTL-SEQ        PIC ZZZ9.
006070     05  FILLER                 PIC X(02) VALUE SPACES.
006080     05  ABC-SHT-DTL-BIN        PIC X(09).
006090     05  FILLER                 PIC X(02) VALUE SPACES.
006100     05  ABC-SHT-DTL-DESC       PIC X(30).
006110     05  FILLER                 PIC X(02) VALUE SPACES.
006120     05  ABC-SHT-DTL-CLASS      PIC X(01).
006130     05  FILLER                 PIC X(03) VALUE SPACES.
006140     05  ABC-SHT-DTL-UOM        PIC X(03).
006150     05  FILLER                 PIC X(02) VALUE SPACES.
006160     05  FILLER                 PIC X(20)
006170                                 VALUE "____________________".
006180     05  FILLER                 PIC X(02) VALUE SPACES.
006190     05  FILLER                 PIC X(10) VALUE "__________".
006200     05  FILLER                 PIC X(38) VALUE SPACES.
006210*
006220 01  ABC-SHT-TOT-LINE.
006230     05  FILLER                 PIC X(04) VALUE SPACES.
006240     05  FILLER                 PIC X(20)
006250                                 VALUE "BINS ON THIS SHEET:".
006260     05  ABC-SHT-TOT-BINS       PIC ZZZ9.
006270     05  FILLER                 PIC X(104) VALUE SPACES.
006280*
006290 01  ABC-SHT-NONE-LINE.
006300     05  FILLER                 PIC X(04) VALUE SPACES.
006310     05  FILLER                 PIC X(40)
006320         VALUE "NO BINS DUE FOR COUNT TODAY".
006330     05  FILLER                 PIC X(88) VALUE SPACES.
006340*
006350 PROCEDURE DIVISION.
006360*
006370*===============================================================
006380* 0000-MAINLINE.
006390*===============================================================
006400 0000-MAINLINE.
006410     PERFORM 1000-INITIALIZE
006420         THRU 1000-INITIALIZE-EXIT.
006430     PERFORM 2000-ACCUMULATE-USAGE
006440         THRU 2000-ACCUMULATE-USAGE-EXIT.
006450     PERFORM 3000-CLASSIFY
006460         THRU 3000-CLASSIFY-EXIT.
006470     PERFORM 4000-SCHEDULE-COUNTS
006480         THRU 4000-SCHEDULE-COUNTS-EXIT.
006490     PERFORM 5000-PRINT-COUNT-SHEETS
006500         THRU 5000-PRINT-COUNT-SHEETS-EXIT.
006510     PERFORM 6000-PRINT-COVERAGE
006520         THRU 6000-PRINT-COVERAGE-EXIT.
006530     PERFORM 7000-WRITE-CLASS-FILE
006540         THRU 7000-WRITE-CLASS-FILE-EXIT.
006550     PERFORM 9000-TERMINATE
006560         THRU 9000-TERMINATE-EXIT.
006570     STOP RUN.
006580*
006590*===============================================================
006600* 1000-INITIALIZE  -  DECODE THE ARRABCTL CONTROL CARD, OPEN
006610*     THE LISTINGS, AND LOAD THE SNAPSHOT BINS, THE COST TABLE
006620*     AND THE COUNT HISTORY FROM THE OLD CLASS FILE.
006630*===============================================================
006640 1000-INITIALIZE.
006650     ACCEPT ABC-RUN-DATE FROM DATE.
006660     MOVE ABC-RUN-DATE TO ABC-D2D-DATE.
006670     PERFORM 9600-DATE-TO-DAYS
006680         THRU 9600-DATE-TO-DAYS-EXIT.
006690     MOVE ABC-D2D-DAYS TO ABC-RUN-SERIAL.
006700     MOVE ABC-RUN-DATE TO ABC-TO-DATE.
006710     PERFORM 1100-READ-CONTROL-CARD
006720         THRU 1100-READ-CONTROL-CARD-EXIT.
006730     IF ABC-FROM-DATE = 0
006740         MOVE ABC-TO-MMDD TO ABC-FROM-MMDD
006750         IF ABC-TO-YY = 0
006760             MOVE 99 TO ABC-FROM-YY
006770         ELSE
006780             COMPUTE ABC-FROM-YY = ABC-TO-YY - 1
006790         END-IF
006800     END-IF.
006810     MOVE ABC-A-FREQ TO ABC-SUM-FREQ (1).
006820     MOVE ABC-B-FREQ TO ABC-SUM-FREQ (2).
006830     MOVE ABC-C-FREQ TO ABC-SUM-FREQ (3).
006840     STRING "CC" ABC-RUN-DATE DELIMITED BY SIZE
006850         INTO ABC-BATCH-ID.
006860     OPEN OUTPUT ABC-REPORT-FILE
006870                 ABC-SHEET-FILE.
006880     MOVE ABC-RUN-DATE TO ABC-RPT-HDR-DATE
006890                          ABC-SHT-HDR-DATE.
006900     WRITE ABC-REPORT-REC FROM ABC-RPT-HDR-LINE.
006910     MOVE ABC-FROM-DATE TO ABC-RPT-PARM-FROM.
006920     MOVE ABC-TO-DATE   TO ABC-RPT-PARM-TO.
006930     MOVE ABC-A-CUT     TO ABC-RPT-PARM-ACUT.
006940     MOVE ABC-B-CUT     TO ABC-RPT-PARM-BCUT.
006950     MOVE ABC-A-FREQ    TO ABC-RPT-PARM-AFRQ.
006960     MOVE ABC-B-FREQ    TO ABC-RPT-PARM-BFRQ.
006970     MOVE ABC-C-FREQ    TO ABC-RPT-PARM-CFRQ.
006980     WRITE ABC-REPORT-REC FROM ABC-RPT-PARM-LINE.
006990     WRITE ABC-SHEET-REC FROM ABC-SHT-HDR-LINE.
007000     PERFORM 1200-LOAD-SNAPSHOT
007010         THRU 1200-LOAD-SNAPSHOT-EXIT.
007020     PERFORM 1300-LOAD-COST-MASTER
007030         THRU 1300-LOAD-COST-MASTER-EXIT.
007040     PERFORM 1400-LOAD-CLASS-FILE
007050         THRU 1400-LOAD-CLASS-FILE-EXIT.
007060     OPEN INPUT ABC-BINM-FILE.
007070     IF ABC-BINM-STATUS = "00"
007080         SET ABC-BINM-AVAIL TO TRUE
007090     ELSE
007100         DISPLAY "ARRABC - NO ARRBINM BIN MASTER - COUNT SHEETS "
007110             "WILL CARRY NO ZONE"
007120     END-IF.
007130 1000-INITIALIZE-EXIT.
007140     EXIT.
007150*
007160*    A FIELD LEFT BLANK OR ZERO KEEPS ITS DEFAULT.  A B CUT-OFF
007170*    BELOW THE A CUT-OFF WOULD LEAVE NO CLASS B - IT IS RAISED
007180*    TO THE A CUT-OFF.
007190 1100-READ-CONTROL-CARD.
007200     OPEN INPUT ABC-CTL-FILE.
007210     IF ABC-CTL-NOT-FOUND
007220         DISPLAY "ARRABC - NO ARRABCTL CONTROL CARD - "
007230             "DEFAULT PERIOD, CUT-OFFS AND FREQUENCIES"
007240         GO TO 1100-READ-CONTROL-CARD-EXIT
007250     END-IF.
007260     READ ABC-CTL-FILE
007270         AT END
007280             CLOSE ABC-CTL-FILE
007290             GO TO 1100-READ-CONTROL-CARD-EXIT
007300     END-READ.
007310     IF ABC-CTL-FROM-DATE IS NUMERIC
007320         AND ABC-CTL-FROM-DATE NOT = "000000"
007330         MOVE ABC-CTL-FROM-DATE TO ABC-FROM-DATE
007340     END-IF.
007350     IF ABC-CTL-TO-DATE IS NUMERIC
007360         AND ABC-CTL-TO-DATE NOT = "000000"
007370         MOVE ABC-CTL-TO-DATE TO ABC-TO-DATE
007380     END-IF.
007390     IF ABC-CTL-A-CUT IS NUMERIC
007400         AND ABC-CTL-A-CUT NOT = "00"
007410         MOVE ABC-CTL-A-CUT TO ABC-A-CUT
007420     END-IF.
007430     IF ABC-CTL-B-CUT IS NUMERIC
007440         AND ABC-CTL-B-CUT NOT = "00"
007450         MOVE ABC-CTL-B-CUT TO ABC-B-CUT
007460     END-IF.
007470     IF ABC-B-CUT < ABC-A-CUT
007480         MOVE ABC-A-CUT TO ABC-B-CUT
007490     END-IF.
007500     IF ABC-CTL-A-FREQ IS NUMERIC
007510         AND ABC-CTL-A-FREQ NOT = "000"
007520         MOVE ABC-CTL-A-FREQ TO ABC-A-FREQ
007530     END-IF.
007540     IF ABC-CTL-B-FREQ IS NUMERIC
007550         AND ABC-CTL-B-FREQ NOT = "000"
007560         MOVE ABC-CTL-B-FREQ TO ABC-B-FREQ
007570     END-IF.
007580     IF ABC-CTL-C-FREQ IS NUMERIC
007590         AND ABC-CTL-C-FREQ NOT = "000"
007600         MOVE ABC-CTL-C-FREQ TO ABC-C-FREQ
007610     END-IF.
007620     CLOSE ABC-CTL-FILE.
007630 1100-READ-CONTROL-CARD-EXIT.
007640     EXIT.
007650*
007660*===============================================================
007670* 1200-LOAD-SNAPSHOT  -  LOAD THE ARRSNAP BINS INTO ABC-BIN-
007680*     TABLE.  THE SNAPSHOT IS THE BOOK - A BIN NOT ON IT IS NOT
007690*     CLASSED OR COUNTED.
007700*===============================================================
007710 1200-LOAD-SNAPSHOT.
007720     MOVE 0 TO ABC-BIN-COUNT.
007730     OPEN INPUT ABC-SNAP-FILE.
007740     IF ABC-SNAP-NOT-FOUND
007750         DISPLAY "ARRABC - NO ARRSNAP SNAPSHOT - NOTHING TO "
007760             "CLASSIFY"
007770         GO TO 1200-LOAD-SNAPSHOT-EXIT
007780     END-IF.
007790     PERFORM 1210-READ-SNAP-REC
007800         THRU 1210-READ-SNAP-REC-EXIT
007810         UNTIL ABC-SNAP-EOF
007820         OR ABC-BIN-COUNT = ABC-BIN-MAX-ENTRIES.
007830     IF NOT ABC-SNAP-EOF
007840         DISPLAY "ARRABC - BIN TABLE FULL - REMAINING ARRSNAP "
007850             "BINS NOT CLASSIFIED"
007860     END-IF.
007870     CLOSE ABC-SNAP-FILE.
007880 1200-LOAD-SNAPSHOT-EXIT.
007890     EXIT.
007900*
007910 1210-READ-SNAP-REC.
007920     READ ABC-SNAP-FILE
007930         AT END
007940             SET ABC-SNAP-EOF TO TRUE
007950             GO TO 1210-READ-SNAP-REC-EXIT
007960     END-READ.
007970     IF ABC-SNAP-BIN-KEY NOT > ABC-BIN-PREV-KEY
007980         DISPLAY "ARRABC - ARRSNAP ROW OUT OF SEQUENCE, "
007990             "SKIPPED: " ABC-SNAP-BIN-KEY
008000         GO TO 1210-READ-SNAP-REC-EXIT
008010     END-IF.
008020     ADD 1 TO ABC-BIN-COUNT.
008030     MOVE ABC-SNAP-BIN-KEY TO ABC-BIN-TBL-KEY (ABC-BIN-COUNT)
008040                              ABC-BIN-PREV-KEY.
008050     MOVE 0   TO ABC-BIN-TBL-USE-QTY (ABC-BIN-COUNT)
008060                 ABC-BIN-TBL-UNIT (ABC-BIN-COUNT)
008070                 ABC-BIN-TBL-USE-VAL (ABC-BIN-COUNT)
008080                 ABC-BIN-TBL-CUM-PCT (ABC-BIN-COUNT)
008090                 ABC-BIN-TBL-RANK (ABC-BIN-COUNT)
008100                 ABC-BIN-TBL-LAST-CNT (ABC-BIN-COUNT)
008110                 ABC-BIN-TBL-NEXT-DUE (ABC-BIN-COUNT)
008120                 ABC-BIN-TBL-LAST-SCHED (ABC-BIN-COUNT).
008130     MOVE "C" TO ABC-BIN-TBL-CLASS (ABC-BIN-COUNT).
008140     MOVE SPACE TO ABC-BIN-TBL-OLD-CLASS (ABC-BIN-COUNT).
008150     MOVE "N" TO ABC-BIN-TBL-SHEET-SW (ABC-BIN-COUNT).
008160 1210-READ-SNAP-REC-EXIT.
008170     EXIT.
008180*
008190*===============================================================
008200* 1300-LOAD-COST-MASTER  -  LOAD ARRCOST INTO ABC-COST-TABLE.
008210*     A BIN WITH NO COST ROW HAS NO USAGE VALUE AND FALLS TO
008220*     CLASS C.
008230*===============================================================
008240 1300-LOAD-COST-MASTER.
008250     MOVE 0 TO ABC-COST-COUNT.
008260     OPEN INPUT ABC-COST-FILE.
008270     IF ABC-COST-NOT-FOUND
008280         DISPLAY "ARRABC - NO ARRCOST COST MASTER - EVERY BIN "
008290             "WILL CLASS C"
008300         GO TO 1300-LOAD-COST-MASTER-EXIT
008310     END-IF.
008320     PERFORM 1310-READ-COST-REC
008330         THRU 1310-READ-COST-REC-EXIT
008340         UNTIL ABC-COST-EOF
008350         OR ABC-COST-COUNT = ABC-COST-MAX-ENTRIES.
008360     IF NOT ABC-COST-EOF
008370         DISPLAY "ARRABC - COST TABLE FULL - REMAINING "
008380             "ARRCOST ROWS NOT LOADED"
008390     END-IF.
008400     CLOSE ABC-COST-FILE.
008410 1300-LOAD-COST-MASTER-EXIT.
008420     EXIT.
008430*
008440 1310-READ-COST-REC.
008450     READ ABC-COST-FILE
008460         AT END
008470             SET ABC-COST-EOF TO TRUE
008480             GO TO 1310-READ-COST-REC-EXIT
008490     END-READ.
008500     IF ABC-COST-CODE NOT > ABC-COST-PREV-CODE
008510         DISPLAY "ARRABC - ARRCOST ROW OUT OF SEQUENCE, "
008520             "SKIPPED: " ABC-COST-CODE
008530         GO TO 1310-READ-COST-REC-EXIT
008540     END-IF.
008550     IF ABC-COST-UNIT NOT NUMERIC
008560         DISPLAY "ARRABC - ARRCOST UNIT COST NOT NUMERIC, "
008570             "SKIPPED: " ABC-COST-CODE
008580         GO TO 1310-READ-COST-REC-EXIT
008590     END-IF.
008600     ADD 1 TO ABC-COST-COUNT.
008610     MOVE ABC-COST-CODE TO ABC-COST-TBL-CODE (ABC-COST-COUNT)
008620                           ABC-COST-PREV-CODE.
008630     MOVE ABC-COST-UNIT TO ABC-COST-TBL-UNIT (ABC-COST-COUNT).
008640 1310-READ-COST-REC-EXIT.
008650     EXIT.
008660*
008670*===============================================================
008680* 1400-LOAD-CLASS-FILE  -  CARRY EACH BIN'S PRIOR CLASS AND
008690*     COUNT HISTORY FROM THE OLD ARRABCF ONTO THE BIN TABLE.  A
008700*     BIN THAT HAS LEFT THE BOOK IS DROPPED.  A MISSING ARRABCF
008710*     IS THE FIRST RUN - EVERY BIN STARTS NEVER COUNTED.
008720*===============================================================
008730 1400-LOAD-CLASS-FILE.
008740     OPEN INPUT ABC-CLS-FILE.
008750     IF ABC-CLS-NOT-FOUND
008760         DISPLAY "ARRABC - NO ARRABCF CLASS FILE - EVERY BIN "
008770             "STARTS NEVER COUNTED"
008780         GO TO 1400-LOAD-CLASS-FILE-EXIT
008790     END-IF.
008800     PERFORM 1410-READ-CLASS-REC
008810         THRU 1410-READ-CLASS-REC-EXIT
008820         UNTIL ABC-CLS-EOF.
008830     CLOSE ABC-CLS-FILE.
008840 1400-LOAD-CLASS-FILE-EXIT.
008850     EXIT.
008860*
008870 1410-READ-CLASS-REC.
008880     READ ABC-CLS-FILE
008890         AT END
008900             SET ABC-CLS-EOF TO TRUE
008910             GO TO 1410-READ-CLASS-REC-EXIT
008920     END-READ.
008930     ADD 1 TO ABC-CLS-READ-COUNT.
008940     MOVE ABC-CLS-BIN-KEY TO ABC-SRCH-KEY.
008950     PERFORM 8000-FIND-BIN
008960         THRU 8000-FIND-BIN-EXIT.
008970     IF ABC-BIN-SUB = 0
008980         ADD 1 TO ABC-DROP-COUNT
008990         GO TO 1410-READ-CLASS-REC-EXIT
009000     END-IF.
009010     MOVE ABC-CLS-CLASS TO ABC-BIN-TBL-OLD-CLASS (ABC-BIN-SUB).
009020     IF ABC-CLS-LAST-CNT NUMERIC
009030         MOVE ABC-CLS-LAST-CNT
009040             TO ABC-BIN-TBL-LAST-CNT (ABC-BIN-SUB)
009050     END-IF.
009060     IF ABC-CLS-NEXT-DUE NUMERIC
009070         MOVE ABC-CLS-NEXT-DUE
009080             TO ABC-BIN-TBL-NEXT-DUE (ABC-BIN-SUB)
009090     END-IF.
009100     IF ABC-CLS-LAST-SCHED NUMERIC
009110         MOVE ABC-CLS-LAST-SCHED
009120             TO ABC-BIN-TBL-LAST-SCHED (ABC-BIN-SUB)
009130     END-IF.
009140 1410-READ-CLASS-REC-EXIT.
009150     EXIT.
009160*
009170*===============================================================
009180* 2000-ACCUMULATE-USAGE  -  READ ARRAUD AND ADD EVERY ISSUE
009190*     THAT TOOK STOCK OUT OF A BIN WITHIN THE USAGE PERIOD TO
009200*     THAT BIN'S USAGE QUANTITY.  ADJUSTMENTS ARE NOT USAGE.  A
009210*     MOVEMENT LOGGED BEFORE ARRAUD CARRIED THE ACTIVITY TYPE
009220*     (TYPE BLANK) CANNOT BE TOLD FROM AN ADJUSTMENT AND IS
009230*     TAKEN AS AN ISSUE WHEN IT REDUCED THE BIN, SO A PERIOD
009240*     REACHING BACK BEFORE THE TYPE STILL SEES ITS ISSUES.
009250*===============================================================
009260 2000-ACCUMULATE-USAGE.
009270     IF ABC-BIN-COUNT = 0
009280         GO TO 2000-ACCUMULATE-USAGE-EXIT
009290     END-IF.
009300     OPEN INPUT ABC-AUDIT-FILE.
009310     IF ABC-AUDIT-NOT-FOUND
009320         DISPLAY "ARRABC - NO ARRAUD AUDIT TRAIL - NO USAGE, "
009330             "EVERY BIN WILL CLASS C"
009340         GO TO 2000-ACCUMULATE-USAGE-EXIT
009350     END-IF.
009360     PERFORM 2100-READ-AUDIT-REC
009370         THRU 2100-READ-AUDIT-REC-EXIT
009380         UNTIL ABC-AUDIT-EOF.
009390     CLOSE ABC-AUDIT-FILE.
009400 2000-ACCUMULATE-USAGE-EXIT.
009410     EXIT.
009420*
009430 2100-READ-AUDIT-REC.
009440     READ ABC-AUDIT-FILE
009450         AT END
009460             SET ABC-AUDIT-EOF TO TRUE
009470             GO TO 2100-READ-AUDIT-REC-EXIT
009480     END-READ.
009490     IF NOT ABC-AUD-SOURCE-MOVE
009500         OR (NOT ABC-AUD-TYPE-ISSUE AND NOT ABC-AUD-TYPE-NONE)
009510         GO TO 2100-READ-AUDIT-REC-EXIT
009520     END-IF.
009530     IF ABC-AUD-RUN-DATE NOT NUMERIC
009540         OR ABC-AUD-OLD-VAL NOT NUMERIC
009550         OR ABC-AUD-NEW-VAL NOT NUMERIC
009560         GO TO 2100-READ-AUDIT-REC-EXIT
009570     END-IF.
009580     IF ABC-AUD-RUN-DATE < ABC-FROM-DATE
009590         OR ABC-AUD-RUN-DATE > ABC-TO-DATE
009600         OR ABC-AUD-NEW-VAL NOT < ABC-AUD-OLD-VAL
009610         GO TO 2100-READ-AUDIT-REC-EXIT
009620     END-IF.
009630     MOVE ABC-AUD-WHSE TO ABC-AUD-KEY-WHSE.
009640     MOVE ABC-AUD-CODE TO ABC-AUD-KEY-CODE.
009650     MOVE ABC-AUD-KEY  TO ABC-SRCH-KEY.
009660     PERFORM 8000-FIND-BIN
009670         THRU 8000-FIND-BIN-EXIT.
009680     IF ABC-BIN-SUB = 0
009690         GO TO 2100-READ-AUDIT-REC-EXIT
009700     END-IF.
009710     COMPUTE ABC-USE-WORK = ABC-AUD-OLD-VAL - ABC-AUD-NEW-VAL.
009720     ADD ABC-USE-WORK TO ABC-BIN-TBL-USE-QTY (ABC-BIN-SUB).
009730     ADD 1 TO ABC-AUD-USED-COUNT.
009740 2100-READ-AUDIT-REC-EXIT.
009750     EXIT.
009760*
009770*===============================================================
009780* 3000-CLASSIFY  -  PRICE EACH BIN'S USAGE, RANK THE BINS BY
009790*     USAGE VALUE, AND CLASS THEM DOWN THE RANKING.  A BIN IS
009800*     CLASS A WHILE THE VALUE RANKED ABOVE IT IS UNDER THE A
009810*     CUT-OFF SHARE OF THE TOTAL, B WHILE UNDER THE B CUT-OFF,
009820*     AND C AFTER THAT.  A BIN WITH NO USAGE VALUE IS ALWAYS C.
009830*===============================================================
009840 3000-CLASSIFY.
009850     MOVE 0 TO ABC-RANK-COUNT.
009860     IF ABC-BIN-COUNT = 0
009870         GO TO 3000-CLASSIFY-EXIT
009880     END-IF.
009890     PERFORM 3100-VALUE-ONE-BIN
009900         THRU 3100-VALUE-ONE-BIN-EXIT
009910         VARYING ABC-BIN-SUB FROM 1 BY 1
009920         UNTIL ABC-BIN-SUB > ABC-BIN-COUNT.
009930     MOVE 0 TO ABC-CUM-VALUE.
009940     PERFORM 3300-CLASS-ONE-BIN
009950         THRU 3300-CLASS-ONE-BIN-EXIT
009960         VARYING ABC-RANK-SUB FROM 1 BY 1
009970         UNTIL ABC-RANK-SUB > ABC-RANK-COUNT.
009980 3000-CLASSIFY-EXIT.
009990     EXIT.
010000*
010010*    PRICE ONE BIN AND PLACE IT IN THE RANK INDEX - THE FIRST
010020*    ENTRY OF LOWER VALUE IS WHERE IT GOES.
010030 3100-VALUE-ONE-BIN.
010040     MOVE "N" TO ABC-COST-FOUND-SW.
010050     IF ABC-COST-COUNT > 0
010060         SEARCH ALL ABC-COST-ENTRY
010070             AT END
010080                 CONTINUE
010090             WHEN ABC-COST-TBL-CODE (ABC-COST-IDX)
010100                     = ABC-BIN-TBL-CODE (ABC-BIN-SUB)
010110                 SET ABC-COST-FOUND TO TRUE
010120                 MOVE ABC-COST-TBL-UNIT (ABC-COST-IDX)
010130                     TO ABC-BIN-TBL-UNIT (ABC-BIN-SUB)
010140         END-SEARCH
010150     END-IF.
010160     IF NOT ABC-COST-FOUND
010170         ADD 1 TO ABC-UNCOSTED-COUNT
010180     END-IF.
010190     COMPUTE ABC-BIN-TBL-USE-VAL (ABC-BIN-SUB)
010200         = ABC-BIN-TBL-USE-QTY (ABC-BIN-SUB)
010210         * ABC-BIN-TBL-UNIT (ABC-BIN-SUB).
010220     ADD ABC-BIN-TBL-USE-VAL (ABC-BIN-SUB) TO ABC-TOTAL-VALUE.
010230     MOVE 0 TO ABC-INS-POS.
010240     PERFORM 3110-SCAN-RANK-POSITION
010250         THRU 3110-SCAN-RANK-POSITION-EXIT
010260         VARYING ABC-SCAN-SUB FROM 1 BY 1
010270         UNTIL ABC-SCAN-SUB > ABC-RANK-COUNT
010280         OR ABC-INS-POS > 0.
010290     IF ABC-INS-POS = 0
010300         COMPUTE ABC-INS-POS = ABC-RANK-COUNT + 1
010310     END-IF.
010320     ADD 1 TO ABC-RANK-COUNT.
010330     PERFORM 3120-SHIFT-ONE-RANK
010340         THRU 3120-SHIFT-ONE-RANK-EXIT
010350         VARYING ABC-SHIFT-SUB FROM ABC-RANK-COUNT BY -1
010360         UNTIL ABC-SHIFT-SUB NOT > ABC-INS-POS.
010370     MOVE ABC-BIN-TBL-USE-VAL (ABC-BIN-SUB)
010380         TO ABC-RANK-VAL (ABC-INS-POS).
010390     MOVE ABC-BIN-SUB TO ABC-RANK-BIN-SUB (ABC-INS-POS).
010400 3100-VALUE-ONE-BIN-EXIT.
010410     EXIT.
010420*
010430 3110-SCAN-RANK-POSITION.
010440     IF ABC-RANK-VAL (ABC-SCAN-SUB)
010450             < ABC-BIN-TBL-USE-VAL (ABC-BIN-SUB)
010460         MOVE ABC-SCAN-SUB TO ABC-INS-POS
010470     END-IF.
010480 3110-SCAN-RANK-POSITION-EXIT.
010490     EXIT.
010500*
010510 3120-SHIFT-ONE-RANK.
010520     MOVE ABC-RANK-ENTRY (ABC-SHIFT-SUB - 1)
010530         TO ABC-RANK-ENTRY (ABC-SHIFT-SUB).
010540 3120-SHIFT-ONE-RANK-EXIT.
010550     EXIT.
010560*
010570 3300-CLASS-ONE-BIN.
010580     MOVE ABC-RANK-BIN-SUB (ABC-RANK-SUB) TO ABC-BIN-SUB.
010590     MOVE ABC-RANK-SUB TO ABC-BIN-TBL-RANK (ABC-BIN-SUB).
010600     MOVE "C" TO ABC-BIN-TBL-CLASS (ABC-BIN-SUB).
010610     IF ABC-BIN-TBL-USE-VAL (ABC-BIN-SUB) > 0
010620         IF ABC-CUM-VALUE * 100 < ABC-A-CUT * ABC-TOTAL-VALUE
010630             MOVE "A" TO ABC-BIN-TBL-CLASS (ABC-BIN-SUB)
010640         ELSE
010650             IF ABC-CUM-VALUE * 100
010660                     < ABC-B-CUT * ABC-TOTAL-VALUE
010670                 MOVE "B" TO ABC-BIN-TBL-CLASS (ABC-BIN-SUB)
010680             END-IF
010690         END-IF
010700     END-IF.
010710     ADD ABC-BIN-TBL-USE-VAL (ABC-BIN-SUB) TO ABC-CUM-VALUE.
010720     IF ABC-TOTAL-VALUE > 0
010730         COMPUTE ABC-BIN-TBL-CUM-PCT (ABC-BIN-SUB) ROUNDED
010740             = (ABC-CUM-VALUE * 100) / ABC-TOTAL-VALUE
010750     END-IF.
010760 3300-CLASS-ONE-BIN-EXIT.
010770     EXIT.
010780*
010790*===============================================================
010800* 4000-SCHEDULE-COUNTS  -  WORK OUT EACH BIN'S NEXT COUNT DATE
010810*     FROM ITS LAST COUNT AND ITS CLASS FREQUENCY.  A BIN NEVER
010820*     COUNTED IS DUE THE FIRST DAY IT IS CLASSED.  A BIN DUE ON
010830*     OR BEFORE TODAY GOES ON TODAY'S COUNT SHEETS - ONCE PER
010840*     DUE DATE, SO A SHEET NOT YET RETURNED IS NOT REISSUED
010850*     EVERY DAY; THE BIN SHOWS OVERDUE UNTIL IT IS COUNTED.
010860*===============================================================
010870 4000-SCHEDULE-COUNTS.
010880     MOVE 0 TO ABC-SHT-COUNT.
010890     IF ABC-BIN-COUNT = 0
010900         GO TO 4000-SCHEDULE-COUNTS-EXIT
010910     END-IF.
010920     PERFORM 4100-SCHEDULE-ONE-BIN
010930         THRU 4100-SCHEDULE-ONE-BIN-EXIT
010940         VARYING ABC-BIN-SUB FROM 1 BY 1
010950         UNTIL ABC-BIN-SUB > ABC-BIN-COUNT.
010960 4000-SCHEDULE-COUNTS-EXIT.
010970     EXIT.
010980*
010990 4100-SCHEDULE-ONE-BIN.
011000     IF ABC-BIN-TBL-CLASS (ABC-BIN-SUB) = "A"
011010         MOVE ABC-A-FREQ TO ABC-FREQ-WORK
011020     ELSE
011030         IF ABC-BIN-TBL-CLASS (ABC-BIN-SUB) = "B"
011040             MOVE ABC-B-FREQ TO ABC-FREQ-WORK
011050         ELSE
011060             MOVE ABC-C-FREQ TO ABC-FREQ-WORK
011070         END-IF
011080     END-IF.
011090     IF ABC-BIN-TBL-LAST-CNT (ABC-BIN-SUB) > 0
011100         MOVE ABC-BIN-TBL-LAST-CNT (ABC-BIN-SUB) TO ABC-D2D-DATE
011110         PERFORM 9600-DATE-TO-DAYS
011120             THRU 9600-DATE-TO-DAYS-EXIT
011130         ADD ABC-FREQ-WORK TO ABC-D2D-DAYS
011140         PERFORM 9610-DAYS-TO-DATE
011150             THRU 9610-DAYS-TO-DATE-EXIT
011160         MOVE ABC-D2D-DATE TO ABC-BIN-TBL-NEXT-DUE (ABC-BIN-SUB)
011170     ELSE
011180         IF ABC-BIN-TBL-NEXT-DUE (ABC-BIN-SUB) = 0
011190             MOVE ABC-RUN-DATE
011200                 TO ABC-BIN-TBL-NEXT-DUE (ABC-BIN-SUB)
011210         END-IF
011220     END-IF.
011230     IF ABC-BIN-TBL-NEXT-DUE (ABC-BIN-SUB) > ABC-RUN-DATE
011240         GO TO 4100-SCHEDULE-ONE-BIN-EXIT
011250     END-IF.
011260     IF ABC-BIN-TBL-LAST-SCHED (ABC-BIN-SUB)
011270             NOT < ABC-BIN-TBL-NEXT-DUE (ABC-BIN-SUB)
011280         GO TO 4100-SCHEDULE-ONE-BIN-EXIT
011290     END-IF.
011300     MOVE ABC-RUN-DATE TO ABC-BIN-TBL-LAST-SCHED (ABC-BIN-SUB).
011310     SET ABC-BIN-TBL-ON-SHEET (ABC-BIN-SUB) TO TRUE.
011320     PERFORM 4200-ADD-TO-SHEET
011330         THRU 4200-ADD-TO-SHEET-EXIT.
011340 4100-SCHEDULE-ONE-BIN-EXIT.
011350     EXIT.
011360*
011370*    LOOK UP THE BIN'S ZONE, DESCRIPTION AND UNIT ON ARRBINM AND
011380*    PLACE IT IN THE SHEET INDEX - THE FIRST ENTRY SEQUENCED
011390*    HIGH OF IT IS WHERE IT GOES.
011400 4200-ADD-TO-SHEET.
011410     MOVE SPACES TO ABC-SHT-WRK-ENTRY.
011420     MOVE ABC-BIN-TBL-WHSE (ABC-BIN-SUB) TO ABC-SHT-WRK-WHSE.
011430     MOVE ABC-BIN-TBL-CODE (ABC-BIN-SUB) TO ABC-SHT-WRK-CODE.
011440     MOVE ABC-BIN-SUB TO ABC-SHT-WRK-BIN-SUB.
011450     MOVE "NOT ON ARRBINM" TO ABC-SHT-WRK-DESC.
011460     IF ABC-BINM-AVAIL
011470         MOVE ABC-BIN-TBL-CODE (ABC-BIN-SUB) TO ABC-BINM-CODE
011480         READ ABC-BINM-FILE
011490             INVALID KEY
011500                 GO TO 4200-ADD-TO-SHEET-PLACE
011510         END-READ
011520         MOVE ABC-BINM-ZONE TO ABC-SHT-WRK-ZONE
011530         MOVE ABC-BINM-DESC TO ABC-SHT-WRK-DESC
011540         MOVE ABC-BINM-UOM  TO ABC-SHT-WRK-UOM
011550     END-IF.
011560 4200-ADD-TO-SHEET-PLACE.
011570     MOVE 0 TO ABC-INS-POS.
011580     PERFORM 4210-SCAN-SHEET-POSITION
011590         THRU 4210-SCAN-SHEET-POSITION-EXIT
011600         VARYING ABC-SCAN-SUB FROM 1 BY 1
011610         UNTIL ABC-SCAN-SUB > ABC-SHT-COUNT
011620         OR ABC-INS-POS > 0.
011630     IF ABC-INS-POS = 0
011640         COMPUTE ABC-INS-POS = ABC-SHT-COUNT + 1
011650     END-IF.
011660     ADD 1 TO ABC-SHT-COUNT.
011670     PERFORM 4220-SHIFT-ONE-SHEET
011680         THRU 4220-SHIFT-ONE-SHEET-EXIT
011690         VARYING ABC-SHIFT-SUB FROM ABC-SHT-COUNT BY -1
011700         UNTIL ABC-SHIFT-SUB NOT > ABC-INS-POS.
011710     MOVE ABC-SHT-WRK-ENTRY TO ABC-SHT-ENTRY (ABC-INS-POS).
011720 4200-ADD-TO-SHEET-EXIT.
011730     EXIT.
011740*
011750 4210-SCAN-SHEET-POSITION.
011760     IF ABC-SHT-SEQ (ABC-SCAN-SUB) > ABC-SHT-WRK-SEQ
011770         MOVE ABC-SCAN-SUB TO ABC-INS-POS
011780     END-IF.
011790 4210-SCAN-SHEET-POSITION-EXIT.
011800     EXIT.
011810*
011820 4220-SHIFT-ONE-SHEET.
011830     MOVE ABC-SHT-ENTRY (ABC-SHIFT-SUB - 1)
011840         TO ABC-SHT-ENTRY (ABC-SHIFT-SUB).
011850 4220-SHIFT-ONE-SHEET-EXIT.
011860     EXIT.
011870*
011880*===============================================================
011890* 5000-PRINT-COUNT-SHEETS  -  PRINT ONE SHEET PER WAREHOUSE AND
011900*     ZONE AND WRITE A PRE-FILLED ARRCYCT RECORD FOR EVERY BIN
011910*     ON IT, IN THE SAME ORDER, UNDER TODAY'S COUNT BATCH.  THE
011920*     ARRCYCO FILE IS ALWAYS WRITTEN, EVEN EMPTY.
011930*===============================================================
011940 5000-PRINT-COUNT-SHEETS.
011950     OPEN OUTPUT ABC-CYCT-OUT-FILE.
011960     IF ABC-SHT-COUNT = 0
011970         WRITE ABC-SHEET-REC FROM ABC-SHT-NONE-LINE
011980         GO TO 5000-PRINT-COUNT-SHEETS-WRAP
011990     END-IF.
012000     MOVE HIGH-VALUES TO ABC-SHT-PREV-GRP.
012010     MOVE 0 TO ABC-SHT-GRP-COUNT.
012020     PERFORM 5100-PRINT-ONE-SHEET-LINE
012030         THRU 5100-PRINT-ONE-SHEET-LINE-EXIT
012040         VARYING ABC-SHT-SUB FROM 1 BY 1
012050         UNTIL ABC-SHT-SUB > ABC-SHT-COUNT.
012060     MOVE ABC-SHT-GRP-COUNT TO ABC-SHT-TOT-BINS.
012070     WRITE ABC-SHEET-REC FROM ABC-SHT-TOT-LINE.
012080 5000-PRINT-COUNT-SHEETS-WRAP.
012090     CLOSE ABC-CYCT-OUT-FILE.
012100 5000-PRINT-COUNT-SHEETS-EXIT.
012110     EXIT.
012120*
012130 5100-PRINT-ONE-SHEET-LINE.
012140     IF ABC-SHT-WHSE (ABC-SHT-SUB) NOT = ABC-SHT-PREV-WHSE
012150         OR ABC-SHT-ZONE (ABC-SHT-SUB) NOT = ABC-SHT-PREV-ZONE
012160         IF ABC-SHT-SUB > 1
012170             MOVE ABC-SHT-GRP-COUNT TO ABC-SHT-TOT-BINS
012180             WRITE ABC-SHEET-REC FROM ABC-SHT-TOT-LINE
012190         END-IF
012200         WRITE ABC-SHEET-REC FROM ABC-BLANK-LINE
012210         MOVE ABC-SHT-WHSE (ABC-SHT-SUB) TO ABC-SHT-PREV-WHSE
012220                                            ABC-SHT-GRP-WHSE
012230         MOVE ABC-SHT-ZONE (ABC-SHT-SUB) TO ABC-SHT-PREV-ZONE
012240                                            ABC-SHT-GRP-ZONE
012250         MOVE ABC-BATCH-ID TO ABC-SHT-GRP-BATCH
012260         WRITE ABC-SHEET-REC FROM ABC-SHT-GRP-LINE
012270         WRITE ABC-SHEET-REC FROM ABC-SHT-COL-LINE
012280         MOVE 0 TO ABC-SHT-GRP-COUNT
012290     END-IF.
012300     ADD 1 TO ABC-SHT-GRP-COUNT.
012310     ADD 1 TO ABC-SHEET-COUNT.
012320     MOVE ABC-SHT-BIN-SUB (ABC-SHT-SUB) TO ABC-BIN-SUB.
012330     MOVE ABC-SHT-GRP-COUNT          TO ABC-SHT-DTL-SEQ.
012340     MOVE ABC-SHT-CODE (ABC-SHT-SUB) TO ABC-SHT-DTL-BIN.
012350     MOVE ABC-SHT-DESC (ABC-SHT-SUB) TO ABC-SHT-DTL-DESC.
012360     MOVE ABC-BIN-TBL-CLASS (ABC-BIN-SUB) TO ABC-SHT-DTL-CLASS.
012370     MOVE ABC-SHT-UOM (ABC-SHT-SUB)  TO ABC-SHT-DTL-UOM.
012380     WRITE ABC-SHEET-REC FROM ABC-SHT-DTL-LINE.
012390     MOVE SPACES TO ABC-CYCT-REC.
012400     MOVE ABC-RUN-DATE TO ABC-CYCT-COUNT-DATE.
012410     MOVE ABC-SHT-WHSE (ABC-SHT-SUB) TO ABC-CYCT-WHSE.
012420     MOVE ABC-SHT-CODE (ABC-SHT-SUB) TO ABC-CYCT-CODE.
012430     MOVE ABC-BATCH-ID TO ABC-CYCT-BATCH-ID.
012440     WRITE ABC-CYCT-REC.
012450 5100-PRINT-ONE-SHEET-LINE-EXIT.
012460     EXIT.
012470*
012480*===============================================================
012490* 6000-PRINT-COVERAGE  -  LIST EVERY BIN IN RANK ORDER WITH ITS
012500*     CLASS, USAGE AND COUNT STATUS, THEN THE CLASS SUMMARY.  A
012510*     BIN PAST ITS NEXT COUNT DATE IS OVERDUE.
012520*===============================================================
012530 6000-PRINT-COVERAGE.
012540     IF ABC-RANK-COUNT = 0
012550         WRITE ABC-REPORT-REC FROM ABC-RPT-NONE-LINE
012560         GO TO 6000-PRINT-COVERAGE-EXIT
012570     END-IF.
012580     MOVE "BINS IN USAGE VALUE ORDER" TO ABC-RPT-SECT-TEXT.
012590     WRITE ABC-REPORT-REC FROM ABC-RPT-SECT-LINE.
012600     WRITE ABC-REPORT-REC FROM ABC-RPT-COL-LINE.
012610     PERFORM 6100-PRINT-ONE-BIN
012620         THRU 6100-PRINT-ONE-BIN-EXIT
012630         VARYING ABC-RANK-SUB FROM 1 BY 1
012640         UNTIL ABC-RANK-SUB > ABC-RANK-COUNT.
012650     WRITE ABC-REPORT-REC FROM ABC-BLANK-LINE.
012660     MOVE "CLASS SUMMARY" TO ABC-RPT-SECT-TEXT.
012670     WRITE ABC-REPORT-REC FROM ABC-RPT-SECT-LINE.
012680     WRITE ABC-REPORT-REC FROM ABC-RPT-SUM-COL-LINE.
012690     PERFORM 6200-PRINT-ONE-CLASS
012700         THRU 6200-PRINT-ONE-CLASS-EXIT
012710         VARYING ABC-SUM-SUB FROM 1 BY 1
012720         UNTIL ABC-SUM-SUB > 3.
012730 6000-PRINT-COVERAGE-EXIT.
012740     EXIT.
012750*
012760 6100-PRINT-ONE-BIN.
012770     MOVE ABC-RANK-BIN-SUB (ABC-RANK-SUB) TO ABC-BIN-SUB.
012780     IF ABC-BIN-TBL-CLASS (ABC-BIN-SUB) = "A"
012790         MOVE 1 TO ABC-SUM-SUB
012800     ELSE
012810         IF ABC-BIN-TBL-CLASS (ABC-BIN-SUB) = "B"
012820             MOVE 2 TO ABC-SUM-SUB
012830         ELSE
012840             MOVE 3 TO ABC-SUM-SUB
012850         END-IF
012860     END-IF.
012870     ADD 1 TO ABC-SUM-BINS (ABC-SUM-SUB).
012880     ADD ABC-BIN-TBL-USE-VAL (ABC-BIN-SUB)
012890         TO ABC-SUM-VALUE (ABC-SUM-SUB).
012900     MOVE SPACES TO ABC-STATUS-WORK.
012910     MOVE 0 TO ABC-OVER-DAYS.
012920     IF ABC-BIN-TBL-LAST-CNT (ABC-BIN-SUB) = 0
012930         ADD 1 TO ABC-NEVER-COUNT
012940         ADD 1 TO ABC-SUM-NEVER (ABC-SUM-SUB)
012950         MOVE "NEVER" TO ABC-STATUS-WORK
012960     END-IF.
012970     IF ABC-BIN-TBL-NEXT-DUE (ABC-BIN-SUB) < ABC-RUN-DATE
012980         MOVE ABC-BIN-TBL-NEXT-DUE (ABC-BIN-SUB) TO ABC-D2D-DATE
012990         PERFORM 9600-DATE-TO-DAYS
013000             THRU 9600-DATE-TO-DAYS-EXIT
013010         COMPUTE ABC-OVER-DAYS = ABC-RUN-SERIAL - ABC-D2D-DAYS
013020         ADD 1 TO ABC-OVERDUE-COUNT
013030         ADD 1 TO ABC-SUM-OVER (ABC-SUM-SUB)
013040         MOVE "** OVERDUE" TO ABC-STATUS-WORK
013050     END-IF.
013060     IF ABC-BIN-TBL-ON-SHEET (ABC-BIN-SUB)
013070         ADD 1 TO ABC-SUM-SHEET (ABC-SUM-SUB)
013080         IF ABC-OVER-DAYS = 0
013090             MOVE "ON SHEET" TO ABC-STATUS-WORK
013100         END-IF
013110     END-IF.
013120     MOVE ABC-RANK-SUB                      TO ABC-RPT-DTL-RANK.
013130     MOVE ABC-BIN-TBL-WHSE (ABC-BIN-SUB)    TO ABC-RPT-DTL-WHSE.
013140     MOVE ABC-BIN-TBL-CODE (ABC-BIN-SUB)    TO ABC-RPT-DTL-BIN.
013150     MOVE ABC-BIN-TBL-CLASS (ABC-BIN-SUB)   TO ABC-RPT-DTL-CLASS.
013160     MOVE ABC-BIN-TBL-OLD-CLASS (ABC-BIN-SUB) TO ABC-RPT-DTL-WAS.
013170     MOVE ABC-BIN-TBL-USE-QTY (ABC-BIN-SUB)
013180         TO ABC-RPT-DTL-USE-QTY.
013190     MOVE ABC-BIN-TBL-UNIT (ABC-BIN-SUB)    TO ABC-RPT-DTL-UNIT.
013200     MOVE ABC-BIN-TBL-USE-VAL (ABC-BIN-SUB)
013210         TO ABC-RPT-DTL-USE-VAL.
013220     MOVE ABC-BIN-TBL-CUM-PCT (ABC-BIN-SUB) TO ABC-RPT-DTL-CUM.
013230     MOVE ABC-BIN-TBL-LAST-CNT (ABC-BIN-SUB) TO ABC-RPT-DTL-LAST.
013240     MOVE ABC-BIN-TBL-NEXT-DUE (ABC-BIN-SUB) TO ABC-RPT-DTL-DUE.
013250     MOVE ABC-STATUS-WORK                   TO ABC-RPT-DTL-STATUS.
013260     MOVE ABC-OVER-DAYS                     TO ABC-RPT-DTL-DAYS.
013270     WRITE ABC-REPORT-REC FROM ABC-RPT-DTL-LINE.
013280 6100-PRINT-ONE-BIN-EXIT.
013290     EXIT.
013300*
013310 6200-PRINT-ONE-CLASS.
013320     MOVE ABC-SUM-CLASS-CD (ABC-SUM-SUB) TO ABC-RPT-SUM-CLASS.
013330     MOVE ABC-SUM-BINS (ABC-SUM-SUB)     TO ABC-RPT-SUM-BINS.
013340     MOVE ABC-SUM-VALUE (ABC-SUM-SUB)    TO ABC-RPT-SUM-VALUE.
013350     MOVE 0 TO ABC-PCT-WORK.
013360     IF ABC-TOTAL-VALUE > 0
013370         COMPUTE ABC-PCT-WORK ROUNDED
013380             = (ABC-SUM-VALUE (ABC-SUM-SUB) * 100)
013390             / ABC-TOTAL-VALUE
013400     END-IF.
013410     MOVE ABC-PCT-WORK                   TO ABC-RPT-SUM-PCT.
013420     MOVE ABC-SUM-FREQ (ABC-SUM-SUB)     TO ABC-RPT-SUM-FREQ.
013430     MOVE ABC-SUM-SHEET (ABC-SUM-SUB)    TO ABC-RPT-SUM-SHEET.
013440     MOVE ABC-SUM-OVER (ABC-SUM-SUB)     TO ABC-RPT-SUM-OVER.
013450     MOVE ABC-SUM-NEVER (ABC-SUM-SUB)    TO ABC-RPT-SUM-NEVER.
013460     WRITE ABC-REPORT-REC FROM ABC-RPT-SUM-LINE.
013470 6200-PRINT-ONE-CLASS-EXIT.
013480     EXIT.
013490*
013500*===============================================================
013510* 7000-WRITE-CLASS-FILE  -  WRITE EVERY BIN'S CLASS AND COUNT
013520*     SCHEDULE TO THE ARRABCO CARRY-FORWARD, IN BIN KEY
013530*     SEQUENCE.  ALWAYS WRITTEN, EVEN EMPTY, SO THE CLEANUP STEP
013540*     ALWAYS HAS A FILE TO PROMOTE.
013550*===============================================================
013560 7000-WRITE-CLASS-FILE.
013570     OPEN OUTPUT ABC-CLS-OUT-FILE.
013580     IF ABC-BIN-COUNT > 0
013590         PERFORM 7100-WRITE-ONE-CLASS
013600             THRU 7100-WRITE-ONE-CLASS-EXIT
013610             VARYING ABC-BIN-SUB FROM 1 BY 1
013620             UNTIL ABC-BIN-SUB > ABC-BIN-COUNT
013630     END-IF.
013640     CLOSE ABC-CLS-OUT-FILE.
013650 7000-WRITE-CLASS-FILE-EXIT.
013660     EXIT.
013670*
013680 7100-WRITE-ONE-CLASS.
013690     MOVE SPACES TO ABC-CLS-OUT-REC.
013700     MOVE ABC-BIN-TBL-KEY (ABC-BIN-SUB) TO ABC-CLS-OUT-BIN-KEY.
013710     MOVE ABC-BIN-TBL-CLASS (ABC-BIN-SUB) TO ABC-CLS-OUT-CLASS.
013720     MOVE ABC-BIN-TBL-USE-QTY (ABC-BIN-SUB)
013730         TO ABC-CLS-OUT-USE-QTY.
013740     MOVE ABC-BIN-TBL-USE-VAL (ABC-BIN-SUB)
013750         TO ABC-CLS-OUT-USE-VAL.
013760     MOVE ABC-BIN-TBL-RANK (ABC-BIN-SUB) TO ABC-CLS-OUT-RANK.
013770     MOVE ABC-RUN-DATE TO ABC-CLS-OUT-CLASS-DATE.
013780     MOVE ABC-BIN-TBL-LAST-CNT (ABC-BIN-SUB)
013790         TO ABC-CLS-OUT-LAST-CNT.
013800     MOVE ABC-BIN-TBL-NEXT-DUE (ABC-BIN-SUB)
013810         TO ABC-CLS-OUT-NEXT-DUE.
013820     MOVE ABC-BIN-TBL-LAST-SCHED (ABC-BIN-SUB)
013830         TO ABC-CLS-OUT-LAST-SCHED.
013840     WRITE ABC-CLS-OUT-REC.
013850 7100-WRITE-ONE-CLASS-EXIT.
013860     EXIT.
013870*
013880*===============================================================
013890* 8000-FIND-BIN  -  FIND BIN KEY ABC-SRCH-KEY IN THE BIN TABLE,
013900*     LEAVING ITS SUBSCRIPT IN ABC-BIN-SUB - ZERO WHEN THE BIN
013910*     IS NOT ON THE BOOK.
013920*===============================================================
013930 8000-FIND-BIN.
013940     MOVE 0 TO ABC-BIN-SUB.
013950     IF ABC-BIN-COUNT = 0
013960         GO TO 8000-FIND-BIN-EXIT
013970     END-IF.
013980     SEARCH ALL ABC-BIN-ENTRY
013990         AT END
014000             GO TO 8000-FIND-BIN-EXIT
014010         WHEN ABC-BIN-TBL-KEY (ABC-BIN-IDX) = ABC-SRCH-KEY
014020             SET ABC-BIN-SUB TO ABC-BIN-IDX
014030     END-SEARCH.
014040 8000-FIND-BIN-EXIT.
014050     EXIT.
014060*
014070*===============================================================
014080* 9000-TERMINATE  -  WRITE THE COUNT TRAILERS, CLOSE FILES, AND
014090*     END RC=4 IF ANY BIN IS OVERDUE FOR ITS COUNT.
014100*===============================================================
014110 9000-TERMINATE.
014120     MOVE ABC-BIN-COUNT      TO ABC-RPT-CNT-BINS.
014130     MOVE ABC-AUD-USED-COUNT TO ABC-RPT-CNT-AUD.
014140     MOVE ABC-UNCOSTED-COUNT TO ABC-RPT-CNT-UNCOST.
014150     MOVE ABC-DROP-COUNT     TO ABC-RPT-CNT-DROP.
014160     WRITE ABC-REPORT-REC FROM ABC-BLANK-LINE.
014170     WRITE ABC-REPORT-REC FROM ABC-RPT-CNT-LINE.
014180     MOVE ABC-SHEET-COUNT    TO ABC-RPT-CNT-SHEET.
014190     MOVE ABC-OVERDUE-COUNT  TO ABC-RPT-CNT-OVER.
014200     MOVE ABC-NEVER-COUNT    TO ABC-RPT-CNT-NEVER.
014210     WRITE ABC-REPORT-REC FROM ABC-RPT-CNT2-LINE.
014220     IF ABC-BINM-AVAIL
014230         CLOSE ABC-BINM-FILE
014240     END-IF.
014250     CLOSE ABC-REPORT-FILE
014260           ABC-SHEET-FILE.
014270     DISPLAY "ARRABC - BINS CLASSIFIED: " ABC-BIN-COUNT
014280         "  ON COUNT SHEETS: " ABC-SHEET-COUNT
014290         "  OVERDUE: " ABC-OVERDUE-COUNT.
014300     IF ABC-OVERDUE-COUNT > 0
014310         MOVE 4 TO RETURN-CODE
014320     END-IF.
014330 9000-TERMINATE-EXIT.
014340     EXIT.
014350*
014360*===============================================================
014370* 9600-DATE-TO-DAYS  -  TURN ABC-D2D-DATE (YYMMDD) INTO A DAY
014380*     SERIAL IN ABC-D2D-DAYS, THE SAME WAY ARRAYDEMO AGES ITS
014390*     OPEN TRANSFERS.
014400*===============================================================
014410 9600-DATE-TO-DAYS.
014420     COMPUTE ABC-D2D-DAYS
014430         = (ABC-D2D-YY * 365)
014440         + ABC-MONTH-OFF (ABC-D2D-MM)
014450         + ABC-D2D-DD.
014460 9600-DATE-TO-DAYS-EXIT.
014470     EXIT.
014480*
014490*===============================================================
014500* 9610-DAYS-TO-DATE  -  THE REVERSE OF 9600 - TURN THE DAY
014510*     SERIAL IN ABC-D2D-DAYS BACK INTO ABC-D2D-DATE.  THE MONTH
014520*     IS THE LAST ONE WHOSE OFFSET IS BELOW THE DAY OF THE YEAR.
014530*===============================================================
014540 9610-DAYS-TO-DATE.
014550     COMPUTE ABC-D2D-YEARS = (ABC-D2D-DAYS - 1) / 365.
014560     COMPUTE ABC-D2D-REM = ABC-D2D-DAYS - (ABC-D2D-YEARS * 365).
014570     PERFORM 9615-SCAN-MONTH
014580         THRU 9615-SCAN-MONTH-EXIT
014590         VARYING ABC-D2D-MM-SUB FROM 12 BY -1
014600         UNTIL ABC-D2D-MM-SUB = 1
014610         OR ABC-MONTH-OFF (ABC-D2D-MM-SUB) < ABC-D2D-REM.
014620     MOVE ABC-D2D-YEARS  TO ABC-D2D-YY.
014630     MOVE ABC-D2D-MM-SUB TO ABC-D2D-MM.
014640     COMPUTE ABC-D2D-DD
014650         = ABC-D2D-REM - ABC-MONTH-OFF (ABC-D2D-MM-SUB).
014660 9610-DAYS-TO-DATE-EXIT.
014670     EXIT.
014680*
014690 9615-SCAN-MONTH.
014700     CONTINUE.
014710 9615-SCAN-MONTH-EXIT.
014720     EXIT.

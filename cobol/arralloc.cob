000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARRALLOC.
000030 AUTHOR.        R L HOBAUGH.
000040 INSTALLATION.  DATA CENTER SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*===============================================================
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------
000120* 10/15/26   RLH   ORIGINAL PROGRAM - CUSTOMER ORDER ALLOCATION
000130*                  RUN.  APPLIES THE DAY'S ARRORDR ORDER FEED
000140*                  (NEW ORDERS, CHANGED QUANTITIES OR DUE DATES,
000150*                  CANCELLATIONS) TO THE ARRRESV RESERVATION
000160*                  FILE, THEN RE-RESERVES THE ON-HAND OF THE
000170*                  LAST PROMOTED ARRSNAP SNAPSHOT ACROSS EVERY
000180*                  OPEN ORDER IN DUE-DATE ORDER, SO THE OLDEST
000190*                  DEMAND IS ALWAYS SERVED FIRST.  LISTS EVERY
000200*                  ORDER'S ALLOCATION ON ARRALRPT AND EVERY
000210*                  ORDER NOT FULLY RESERVED ON THE ARRSHRT
000220*                  SHORTAGE LISTING.  THE UPDATED FILE GOES TO
000230*                  ARRRESVO FOR THE JCL TO PROMOTE.  FILLED AND
000240*                  CANCELLED ORDERS ARE LISTED ONCE AND DROPPED.
000250*                  ENDS RC=4 ON ANY SHORTAGE OR FEED REJECT.
000260* 10/15/26   RLH   AN ARRSNAP OR ARRRESV FILE TOO BIG FOR ITS
000270*                  TABLE NOW REFUSES THE RUN WITH RC=8 - NO FEED
000280*                  IS APPLIED AND NOTHING IS WRITTEN TO ARRRESVO,
000290*                  SO NO ORDER IS DROPPED AND NO BIN LISTS SHORT
000300*                  FOR WANT OF ITS ON-HAND.
000310*===============================================================
000320*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370*
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT ALC-SNAP-FILE   ASSIGN TO ARRSNAP
000410         ORGANIZATION IS SEQUENTIAL
000420         FILE STATUS IS ALC-SNAP-STATUS.
000430     SELECT ALC-RESV-FILE   ASSIGN TO ARRRESV
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS ALC-RESV-STATUS.
000460     SELECT ALC-ORDR-FILE   ASSIGN TO ARRORDR
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS ALC-ORDR-STATUS.
000490     SELECT ALC-RESV-OUT-FILE ASSIGN TO ARRRESVO
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT ALC-REPORT-FILE ASSIGN TO ARRALRPT
000520         ORGANIZATION IS SEQUENTIAL.
000530     SELECT ALC-SHORT-FILE  ASSIGN TO ARRSHRT
000540         ORGANIZATION IS SEQUENTIAL.
000550*
000560 DATA DIVISION.
000570 FILE SECTION.
000580*
000590*    SNAPSHOT RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000600*    ARR-SNAP-REC.  ARRAYDEMO WRITES THE ARRAY IN WAREHOUSE
000610*    PLUS BIN CODE SEQUENCE, WHICH THE SEARCH ALL RELIES ON.
000620 FD  ALC-SNAP-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 01  ALC-SNAP-REC.
000660     05  ALC-SNAP-SUB           PIC 9(04).
000670     05  ALC-SNAP-BIN-KEY.
000680         10  ALC-SNAP-WHSE      PIC X(03).
000690         10  ALC-SNAP-CODE      PIC X(09).
000700     05  ALC-SNAP-VAL           PIC 9(09).
000710     05  ALC-SNAP-RUN-DATE      PIC 9(06).
000720     05  FILLER                 PIC X(101).
000730*
000740*    RESERVATION RECORD - ONE PER CUSTOMER ORDER LINE AGAINST A
000750*    BIN, IN WAREHOUSE PLUS BIN CODE PLUS ORDER SEQUENCE.
000760*    STATUS O = OPEN, NOTHING RESERVED; P = PART RESERVED;
000770*    R = FULLY RESERVED; F = FILLED; X = CANCELLED.  LAYOUT
000780*    MUST MATCH ARRAYDEMO'S ARR-RESV-REC.
000790 FD  ALC-RESV-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD.
000820 01  ALC-RESV-REC.
000830     05  ALC-RESV-ID.
000840         10  ALC-RESV-BIN-KEY.
000850             15  ALC-RESV-WHSE-CODE PIC X(03).
000860             15  ALC-RESV-BIN-CODE  PIC X(09).
000870         10  ALC-RESV-ORDER-NO  PIC X(10).
000880     05  ALC-RESV-ORD-QTY       PIC 9(09).
000890     05  ALC-RESV-RSV-QTY       PIC 9(09).
000900     05  ALC-RESV-ISS-QTY       PIC 9(09).
000910     05  ALC-RESV-DUE-DATE      PIC 9(06).
000920     05  ALC-RESV-STAT          PIC X(01).
000930         88  ALC-RESV-FILLED                VALUE "F".
000940         88  ALC-RESV-CANCELLED             VALUE "X".
000950     05  ALC-RESV-ENTRY-DATE    PIC 9(06).
000960     05  ALC-RESV-LAST-DATE     PIC 9(06).
000970     05  FILLER                 PIC X(64).
000980*
000990*    ORDER FEED RECORD - ONE PER ORDER LINE ADDED, CHANGED OR
001000*    CANCELLED SINCE THE LAST RUN, IN ANY SEQUENCE.  ACTION A
001010*    ADDS THE ORDER OR, IF IT IS ALREADY OPEN IN THAT BIN,
001020*    REPLACES ITS QUANTITY AND DUE DATE; ACTION X CANCELS IT.
001030 FD  ALC-ORDR-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 01  ALC-ORDR-REC.
001070     05  ALC-ORDR-ACTION        PIC X(01).
001080         88  ALC-ORDR-ADD                   VALUE "A".
001090         88  ALC-ORDR-CANCEL                VALUE "X".
001100     05  ALC-ORDR-ID.
001110         10  ALC-ORDR-BIN-KEY.
001120             15  ALC-ORDR-WHSE-CODE PIC X(03).
001130             15  ALC-ORDR-BIN-CODE  PIC X(09).
001140         10  ALC-ORDR-ORDER-NO  PIC X(10).
001150     05  ALC-ORDR-QTY           PIC X(09).
001160     05  ALC-ORDR-QTY-N REDEFINES ALC-ORDR-QTY
001170                                PIC 9(09).
001180     05  ALC-ORDR-DUE-DATE      PIC X(06).
001190     05  ALC-ORDR-DUE-X REDEFINES ALC-ORDR-DUE-DATE.
001200         10  ALC-ORDR-DUE-YY    PIC 9(02).
001210         10  ALC-ORDR-DUE-MM    PIC 9(02).
001220         10  ALC-ORDR-DUE-DD    PIC 9(02).
001230     05  FILLER                 PIC X(42).
001240*
001250*    THIS RUN'S OUTGOING RESERVATION FILE - SAME LAYOUT AS
001260*    ALC-RESV-REC.
001270 FD  ALC-RESV-OUT-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 01  ALC-RESV-OUT-REC.
001310     05  ALC-RESV-OUT-ID        PIC X(22).
001320     05  ALC-RESV-OUT-ORD-QTY   PIC 9(09).
001330     05  ALC-RESV-OUT-RSV-QTY   PIC 9(09).
001340     05  ALC-RESV-OUT-ISS-QTY   PIC 9(09).
001350     05  ALC-RESV-OUT-DUE-DATE  PIC 9(06).
001360     05  ALC-RESV-OUT-STAT      PIC X(01).
001370     05  ALC-RESV-OUT-ENTRY     PIC 9(06).
001380     05  ALC-RESV-OUT-LAST      PIC 9(06).
001390     05  FILLER                 PIC X(64).
001400*
001410 FD  ALC-REPORT-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD.
001440 01  ALC-REPORT-REC             PIC X(132).
001450*
001460 FD  ALC-SHORT-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490 01  ALC-SHORT-REC              PIC X(132).
001500*
001510 WORKING-STORAGE SECTION.
001520*---------------------------------------------------------------
001530*    FILE CONTROLS AND RUN COUNTERS.
001540*---------------------------------------------------------------
001550 01  ALC-SNAP-STATUS            PIC X(02)   VALUE SPACES.
001560     88  ALC-SNAP-NOT-FOUND                 VALUE "35".
001570 01  ALC-RESV-STATUS            PIC X(02)   VALUE SPACES.
001580     88  ALC-RESV-NOT-FOUND                 VALUE "35".
001590 01  ALC-ORDR-STATUS            PIC X(02)   VALUE SPACES.
001600     88  ALC-ORDR-NOT-FOUND                 VALUE "35".
001610 77  ALC-SNAP-EOF-SW            PIC X(01)   VALUE "N".
001620     88  ALC-SNAP-EOF                       VALUE "Y".
001630 77  ALC-RESV-EOF-SW            PIC X(01)   VALUE "N".
001640     88  ALC-RESV-EOF                       VALUE "Y".
001650 77  ALC-ORDR-EOF-SW            PIC X(01)   VALUE "N".
001660     88  ALC-ORDR-EOF                       VALUE "Y".
001670 77  ALC-TRUNC-SW               PIC X(01)   VALUE "N".
001680     88  ALC-LOAD-TRUNCATED                 VALUE "Y".
001690 77  ALC-RUN-DATE               PIC 9(06)   VALUE 0.
001700 77  ALC-RESV-READ-COUNT        PIC 9(06)   VALUE 0.
001710 77  ALC-DROP-COUNT             PIC 9(06)   VALUE 0.
001720 77  ALC-ORDR-READ-COUNT        PIC 9(06)   VALUE 0.
001730 77  ALC-ADD-COUNT              PIC 9(06)   VALUE 0.
001740 77  ALC-CHANGE-COUNT           PIC 9(06)   VALUE 0.
001750 77  ALC-CANCEL-COUNT           PIC 9(06)   VALUE 0.
001760 77  ALC-REJECT-COUNT           PIC 9(06)   VALUE 0.
001770 77  ALC-ALLOC-COUNT            PIC 9(06)   VALUE 0.
001780 77  ALC-SHORT-COUNT            PIC 9(06)   VALUE 0.
001790 77  ALC-PAST-DUE-COUNT         PIC 9(06)   VALUE 0.
001800 77  ALC-WRITE-COUNT            PIC 9(06)   VALUE 0.
001810 77  ALC-TOTAL-NEED             PIC 9(11)   VALUE 0.
001820 77  ALC-TOTAL-RSV              PIC 9(11)   VALUE 0.
001830 77  ALC-TOTAL-SHORT            PIC 9(11)   VALUE 0.
001840*
001850*---------------------------------------------------------------
001860*    ON-HAND TABLE - LOADED FROM ARRSNAP FOR A SEARCH ALL BY
001870*    BIN KEY.  AVAILABLE STARTS AT ON-HAND AND IS DRAWN DOWN
001880*    AS ORDERS ARE RESERVED.
001890*---------------------------------------------------------------
001900 01  ALC-SNAP-TABLE.
001910     05  ALC-SNAP-COUNT     PIC 9(04)   COMP.
001920     05  ALC-SNAP-ENTRY     OCCURS 1 TO 2000 TIMES
001930                            DEPENDING ON ALC-SNAP-COUNT
001940                            ASCENDING KEY IS ALC-SNAP-TBL-KEY
001950                            INDEXED BY ALC-SNAP-IDX.
001960         10  ALC-SNAP-TBL-KEY   PIC X(12)  VALUE SPACES.
001970         10  ALC-SNAP-TBL-ONHAND PIC 9(09) VALUE 0.
001980         10  ALC-SNAP-TBL-AVAIL PIC 9(09)  VALUE 0.
001990 77  ALC-SNAP-MAX-ENTRIES   PIC 9(04)   VALUE 2000.
002000 77  ALC-SNAP-PREV-KEY      PIC X(12)   VALUE SPACES.
002010 77  ALC-SNAP-SUB-W         PIC 9(04)   COMP VALUE 0.
002020 77  ALC-SNAP-FOUND-SW      PIC X(01)   VALUE "N".
002030     88  ALC-SNAP-FOUND                 VALUE "Y".
002040*
002050*---------------------------------------------------------------
002060*    RESERVATION TABLE - HELD IN BIN KEY PLUS ORDER SEQUENCE,
002070*    EACH NEW ORDER INSERTED AT ITS PLACE THE WAY ARRMERGE
002080*    BUILDS ITS MERGE TABLE.
002090*---------------------------------------------------------------
002100 01  ALC-RESV-TABLE.
002110     05  ALC-RESV-COUNT     PIC 9(04)   COMP.
002120     05  ALC-RESV-ENTRY     OCCURS 1 TO 3000 TIMES
002130                            DEPENDING ON ALC-RESV-COUNT.
002140         10  ALC-RESV-TBL-ID.
002150             15  ALC-RESV-TBL-KEY.
002160                 20  ALC-RESV-TBL-WHSE PIC X(03) VALUE SPACES.
002170                 20  ALC-RESV-TBL-CODE PIC X(09) VALUE SPACES.
002180             15  ALC-RESV-TBL-ORDER PIC X(10)  VALUE SPACES.
002190         10  ALC-RESV-TBL-ORD-QTY PIC 9(09) VALUE 0.
002200         10  ALC-RESV-TBL-RSV-QTY PIC 9(09) VALUE 0.
002210         10  ALC-RESV-TBL-ISS-QTY PIC 9(09) VALUE 0.
002220         10  ALC-RESV-TBL-DUE   PIC 9(06)  VALUE 0.
002230         10  ALC-RESV-TBL-STAT  PIC X(01)  VALUE "O".
002240             88  ALC-RESV-TBL-CLOSED        VALUES "F" "X".
002250         10  ALC-RESV-TBL-ENTRY-DT PIC 9(06) VALUE 0.
002260         10  ALC-RESV-TBL-LAST  PIC 9(06)  VALUE 0.
002270 77  ALC-RESV-MAX-ENTRIES   PIC 9(04)   VALUE 3000.
002280 77  ALC-RESV-SUB           PIC 9(04)   COMP VALUE 0.
002290 77  ALC-SCAN-SUB           PIC 9(04)   COMP VALUE 0.
002300 77  ALC-SHIFT-SUB          PIC 9(04)   COMP VALUE 0.
002310 77  ALC-INS-POS            PIC 9(04)   COMP VALUE 0.
002320 77  ALC-MATCH-SW           PIC X(01)   VALUE "N".
002330     88  ALC-ID-MATCHED                 VALUE "Y".
002340*
002350*    WORK ENTRY - THE ORDER BEING PLACED IN THE TABLE.
002360 01  ALC-WRK-ENTRY.
002370     05  ALC-WRK-ID.
002380         10  ALC-WRK-KEY        PIC X(12)   VALUE SPACES.
002390         10  ALC-WRK-ORDER      PIC X(10)   VALUE SPACES.
002400     05  ALC-WRK-ORD-QTY        PIC 9(09)   VALUE 0.
002410     05  ALC-WRK-RSV-QTY        PIC 9(09)   VALUE 0.
002420     05  ALC-WRK-ISS-QTY        PIC 9(09)   VALUE 0.
002430     05  ALC-WRK-DUE            PIC 9(06)   VALUE 0.
002440     05  ALC-WRK-STAT           PIC X(01)   VALUE "O".
002450     05  ALC-WRK-ENTRY-DT       PIC 9(06)   VALUE 0.
002460     05  ALC-WRK-LAST           PIC 9(06)   VALUE 0.
002470*
002480*---------------------------------------------------------------
002490*    DUE-DATE INDEX - ONE ENTRY PER OPEN ORDER, IN DUE DATE,
002500*    ORDER NUMBER AND BIN KEY SEQUENCE, POINTING BACK AT ITS
002510*    RESERVATION TABLE ENTRY.  THE ALLOCATION WALKS THIS.
002520*---------------------------------------------------------------
002530 01  ALC-DUE-TABLE.
002540     05  ALC-DUE-COUNT      PIC 9(04)   COMP.
002550     05  ALC-DUE-ENTRY      OCCURS 1 TO 3000 TIMES
002560                            DEPENDING ON ALC-DUE-COUNT.
002570         10  ALC-DUE-SEQ.
002580             15  ALC-DUE-DATE   PIC 9(06)  VALUE 0.
002590             15  ALC-DUE-ORDER  PIC X(10)  VALUE SPACES.
002600             15  ALC-DUE-KEY    PIC X(12)  VALUE SPACES.
002610         10  ALC-DUE-RESV-SUB   PIC 9(04)  COMP VALUE 0.
002620 77  ALC-DUE-SUB            PIC 9(04)   COMP VALUE 0.
002630 01  ALC-DUE-WRK-SEQ.
002640     05  ALC-DUE-WRK-DATE       PIC 9(06)   VALUE 0.
002650     05  ALC-DUE-WRK-ORDER      PIC X(10)   VALUE SPACES.
002660     05  ALC-DUE-WRK-KEY        PIC X(12)   VALUE SPACES.
002670*
002680*    ALLOCATION WORK FIELDS.
002690 77  ALC-NEED-QTY               PIC 9(09)   VALUE 0.
002700 77  ALC-GIVE-QTY               PIC 9(09)   VALUE 0.
002710 77  ALC-SHORT-QTY              PIC 9(09)   VALUE 0.
002720 77  ALC-FLAG-WORK              PIC X(12)   VALUE SPACES.
002730 77  ALC-RESULT-WORK            PIC X(40)   VALUE SPACES.
002740*
002750*---------------------------------------------------------------
002760*    ARRALRPT ALLOCATION LISTING LINE LAYOUTS.
002770*---------------------------------------------------------------
002780 01  ALC-RPT-HDR-LINE.
002790     05  FILLER                 PIC X(20)
002800                                 VALUE "ARRALLOC".
002810     05  FILLER                 PIC X(40)
002820                        VALUE "ORDER RESERVATION ALLOCATION".
002830     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
002840     05  ALC-RPT-HDR-DATE       PIC 9(06).
002850     05  FILLER                 PIC X(57) VALUE SPACES.
002860*
002870 01  ALC-RPT-SECT-LINE.
002880     05  FILLER                 PIC X(04) VALUE SPACES.
002890     05  ALC-RPT-SECT-TEXT      PIC X(60).
002900     05  FILLER                 PIC X(68) VALUE SPACES.
002910*
002920*    ORDER FEED AND DROPPED-ORDER LINE.
002930 01  ALC-RPT-FEED-LINE.
002940     05  FILLER                 PIC X(04) VALUE SPACES.
002950     05  ALC-RPT-FEED-ACTION    PIC X(01).
002960     05  FILLER                 PIC X(03) VALUE SPACES.
002970     05  ALC-RPT-FEED-WHSE      PIC X(03).
002980     05  FILLER                 PIC X(03) VALUE SPACES.
002990     05  ALC-RPT-FEED-BIN       PIC X(09).
003000     05  FILLER                 PIC X(02) VALUE SPACES.
003010     05  ALC-RPT-FEED-ORDER     PIC X(10).
003020     05  FILLER                 PIC X(02) VALUE SPACES.
003030     05  ALC-RPT-FEED-QTY       PIC X(09).
003040     05  FILLER                 PIC X(02) VALUE SPACES.
003050     05  ALC-RPT-FEED-DUE       PIC X(06).
003060     05  FILLER                 PIC X(04) VALUE SPACES.
003070     05  ALC-RPT-FEED-RESULT    PIC X(40).
003080     05  FILLER                 PIC X(34) VALUE SPACES.
003090*
003100 01  ALC-RPT-COL-LINE.
003110     05  FILLER                 PIC X(04) VALUE SPACES.
003120     05  FILLER                 PIC X(08) VALUE "DUE".
003130     05  FILLER                 PIC X(06) VALUE "WHSE".
003140     05  FILLER                 PIC X(11) VALUE "BIN".
003150     05  FILLER                 PIC X(12) VALUE "ORDER".
003160     05  FILLER                 PIC X(13) VALUE "      ORDERED".
003170     05  FILLER                 PIC X(13) VALUE "       ISSUED".
003180     05  FILLER                 PIC X(13) VALUE "       NEEDED".
003190     05  FILLER                 PIC X(13) VALUE "     RESERVED".
003200     05  FILLER                 PIC X(09) VALUE "  STATUS".
003210     05  FILLER                 PIC X(30) VALUE "FLAG".
003220*
003230 01  ALC-RPT-DTL-LINE.
003240     05  FILLER                 PIC X(04) VALUE SPACES.
003250     05  ALC-RPT-DTL-DUE        PIC 9(06).
003260     05  FILLER                 PIC X(02) VALUE SPACES.
003270     05  ALC-RPT-DTL-WHSE       PIC X(03).
003280     05  FILLER                 PIC X(03) VALUE SPACES.
003290     05  ALC-RPT-DTL-BIN        PIC X(09).
003300     05  FILLER                 PIC X(02) VALUE SPACES.
003310     05  ALC-RPT-DTL-ORDER      PIC X(10).
003320     05  FILLER                 PIC X(02) VALUE SPACES.
003330     05  ALC-RPT-DTL-ORD        PIC ZZZ,ZZZ,ZZ9.
003340     05  FILLER                 PIC X(02) VALUE SPACES.
003350     05  ALC-RPT-DTL-ISS        PIC ZZZ,ZZZ,ZZ9.
003360     05  FILLER                 PIC X(02) VALUE SPACES.
003370     05  ALC-RPT-DTL-NEED       PIC ZZZ,ZZZ,ZZ9.
003380     05  FILLER                 PIC X(02) VALUE SPACES.
003390     05  ALC-RPT-DTL-RSV        PIC ZZZ,ZZZ,ZZ9.
003400     05  FILLER                 PIC X(05) VALUE SPACES.
003410     05  ALC-RPT-DTL-STAT       PIC X(01).
003420     05  FILLER                 PIC X(03) VALUE SPACES.
003430     05  ALC-RPT-DTL-FLAG       PIC X(12).
003440     05  FILLER                 PIC X(20) VALUE SPACES.
003450*
003460 01  ALC-RPT-CNT-LINE.
003470     05  FILLER                 PIC X(04) VALUE SPACES.
003480     05  FILLER                 PIC X(14) VALUE "FEED READ:".
003490     05  ALC-RPT-CNT-FEED       PIC ZZZZZ9.
003500     05  FILLER                 PIC X(08) VALUE "  ADDED:".
003510     05  ALC-RPT-CNT-ADD        PIC ZZZZZ9.
003520     05  FILLER                 PIC X(10) VALUE "  CHANGED:".
003530     05  ALC-RPT-CNT-CHANGE     PIC ZZZZZ9.
003540     05  FILLER                 PIC X(12) VALUE "  CANCELLED:".
003550     05  ALC-RPT-CNT-CANCEL     PIC ZZZZZ9.
003560     05  FILLER                 PIC X(11) VALUE "  REJECTED:".
003570     05  ALC-RPT-CNT-REJECT     PIC ZZZZZ9.
003580     05  FILLER                 PIC X(10) VALUE "  DROPPED:".
003590     05  ALC-RPT-CNT-DROP       PIC ZZZZZ9.
003600     05  FILLER                 PIC X(27) VALUE SPACES.
003610*
003620 01  ALC-RPT-CNT2-LINE.
003630     05  FILLER                 PIC X(04) VALUE SPACES.
003640     05  FILLER                 PIC X(14) VALUE "OPEN ORDERS:".
003650     05  ALC-RPT-CNT-ALLOC      PIC ZZZZZ9.
003660     05  FILLER                 PIC X(10) VALUE "  NEEDED:".
003670     05  ALC-RPT-CNT-NEED       PIC ZZ,ZZZ,ZZZ,ZZ9.
003680     05  FILLER                 PIC X(12) VALUE "  RESERVED:".
003690     05  ALC-RPT-CNT-RSV        PIC ZZ,ZZZ,ZZZ,ZZ9.
003700     05  FILLER                 PIC X(10) VALUE "  SHORT:".
003710     05  ALC-RPT-CNT-SHORT      PIC ZZZZZ9.
003720     05  FILLER                 PIC X(42) VALUE SPACES.
003730*
003740*---------------------------------------------------------------
003750*    ARRSHRT SHORTAGE LISTING LINE LAYOUTS.
003760*---------------------------------------------------------------
003770 01  ALC-SHR-HDR-LINE.
003780     05  FILLER                 PIC X(20)
003790                                 VALUE "ARRALLOC".
003800     05  FILLER                 PIC X(40)
003810                        VALUE "ORDERS NOT FULLY RESERVED".
003820     05  FILLER                 PIC X(09) VALUE "RUN DATE ".
003830     05  ALC-SHR-HDR-DATE       PIC 9(06).
003840     05  FILLER                 PIC X(57) VALUE SPACES.
003850*
003860 01  ALC-SHR-COL-LINE.
003870     05  FILLER                 PIC X(04) VALUE SPACES.
003880     05  FILLER                 PIC X(08) VALUE "DUE".
003890     05  FILLER                 PIC X(06) VALUE "WHSE".
003900     05  FILLER                 PIC X(11) VALUE "BIN".
003910     05  FILLER                 PIC X(12) VALUE "ORDER".
003920     05  FILLER                 PIC X(13) VALUE "       NEEDED".
003930     05  FILLER                 PIC X(13) VALUE "     RESERVED".
003940     05  FILLER                 PIC X(13) VALUE "        SHORT".
003950     05  FILLER                 PIC X(52) VALUE "  FLAG".
003960*
003970 01  ALC-SHR-DTL-LINE.
003980     05  FILLER                 PIC X(04) VALUE SPACES.
003990     05  ALC-SHR-DTL-DUE        PIC 9(06).
004000     05  FILLER                 PIC X(02) VALUE SPACES.
004010     05  ALC-SHR-DTL-WHSE       PIC X(03).
004020     05  FILLER                 PIC X(03) VALUE SPACES.
004030     05  ALC-SHR-DTL-BIN        PIC X(09).
004040     05  FILLER                 PIC X(02) VALUE SPACES.
004050     05  ALC-SHR-DTL-ORDER      PIC X(10).
004060     05  FILLER                 PIC X(02) VALUE SPACES.
004070     05  ALC-SHR-DTL-NEED       PIC ZZZ,ZZZ,ZZ9.
004080     05  FILLER                 PIC X(02) VALUE SPACES.
004090     05  ALC-SHR-DTL-RSV        PIC ZZZ,ZZZ,ZZ9.
004100     05  FILLER                 PIC X(02) VALUE SPACES.
004110     05  ALC-SHR-DTL-SHORT      PIC ZZZ,ZZZ,ZZ9.
004120     05  FILLER                 PIC X(02) VALUE SPACES.
004130     05  ALC-SHR-DTL-FLAG       PIC X(24).
004140     05  FILLER                 PIC X(28) VALUE SPACES.
004150*
004160 01  ALC-SHR-CNT-LINE.
004170     05  FILLER                 PIC X(04) VALUE SPACES.
004180     05  FILLER                 PIC X(16) VALUE "ORDERS SHORT:".
004190     05  ALC-SHR-CNT-SHORT      PIC ZZZZZ9.
004200     05  FILLER                 PIC X(12) VALUE "  PAST DUE:".
004210     05  ALC-SHR-CNT-PAST       PIC ZZZZZ9.
004220     05  FILLER                 PIC X(16) VALUE "  TOTAL SHORT:".
004230     05  ALC-SHR-CNT-QTY        PIC ZZ,ZZZ,ZZZ,ZZ9.
004240     05  FILLER                 PIC X(58) VALUE SPACES.
004250*
004260 01  ALC-SHR-NONE-LINE.
004270     05  FILLER                 PIC X(04) VALUE SPACES.
004280     05  FILLER                 PIC X(40)
004290         VALUE "EVERY OPEN ORDER IS FULLY RESERVED".
004300     05  FILLER                 PIC X(88) VALUE SPACES.
004310*
004320 PROCEDURE DIVISION.
004330*
004340*===============================================================
004350* 0000-MAINLINE.
004360*===============================================================
004370 0000-MAINLINE.
004380     PERFORM 1000-INITIALIZE
004390         THRU 1000-INITIALIZE-EXIT.
004400*    A SNAPSHOT OR RESERVATION FILE THAT DID NOT FIT ITS TABLE
004410*    WOULD ALLOCATE FROM PART OF THE ON-HAND AND CARRY FORWARD
004420*    PART OF THE ORDERS - APPLY NOTHING AND LET THE RC=8 KEEP THE
004430*    JCL FROM PROMOTING ARRRESVO OR DELETING THE FEED.
004440     IF ALC-LOAD-TRUNCATED
004450         PERFORM 9000-TERMINATE
004460             THRU 9000-TERMINATE-EXIT
004470         STOP RUN
004480     END-IF.
004490     PERFORM 2000-APPLY-ORDER-FEED
004500         THRU 2000-APPLY-ORDER-FEED-EXIT.
004510     PERFORM 3000-ALLOCATE
004520         THRU 3000-ALLOCATE-EXIT.
004530     PERFORM 4000-WRITE-RESERVATIONS
004540         THRU 4000-WRITE-RESERVATIONS-EXIT.
004550     PERFORM 9000-TERMINATE
004560         THRU 9000-TERMINATE-EXIT.
004570     STOP RUN.
004580*
004590*===============================================================
004600* 1000-INITIALIZE  -  OPEN THE LISTINGS, LOAD THE SNAPSHOT
004610*     ON-HAND AND THE RESERVATION FILE.
004620*===============================================================
004630 1000-INITIALIZE.
004640     ACCEPT ALC-RUN-DATE FROM DATE.
004650     OPEN OUTPUT ALC-REPORT-FILE
004660                 ALC-SHORT-FILE.
004670     MOVE ALC-RUN-DATE TO ALC-RPT-HDR-DATE
004680                          ALC-SHR-HDR-DATE.
004690     WRITE ALC-REPORT-REC FROM ALC-RPT-HDR-LINE.
004700     WRITE ALC-SHORT-REC FROM ALC-SHR-HDR-LINE.
004710     WRITE ALC-SHORT-REC FROM ALC-SHR-COL-LINE.
004720     PERFORM 1100-LOAD-SNAPSHOT
004730         THRU 1100-LOAD-SNAPSHOT-EXIT.
004740     MOVE "FILLED AND CANCELLED ORDERS DROPPED"
004750         TO ALC-RPT-SECT-TEXT.
004760     WRITE ALC-REPORT-REC FROM ALC-RPT-SECT-LINE.
004770     PERFORM 1200-LOAD-RESERVATIONS
004780         THRU 1200-LOAD-RESERVATIONS-EXIT.
004790 1000-INITIALIZE-EXIT.
004800     EXIT.
004810*
004820*===============================================================
004830* 1100-LOAD-SNAPSHOT  -  LOAD THE ARRSNAP ON-HAND INTO
004840*     ALC-SNAP-TABLE.  WITH NO SNAPSHOT NOTHING CAN BE RESERVED
004850*     AND EVERY OPEN ORDER LISTS SHORT.
004860*===============================================================
004870 1100-LOAD-SNAPSHOT.
004880     MOVE 0 TO ALC-SNAP-COUNT.
004890     OPEN INPUT ALC-SNAP-FILE.
004900     IF ALC-SNAP-NOT-FOUND
004910         DISPLAY "ARRALLOC - NO ARRSNAP SNAPSHOT - NOTHING "
004920             "CAN BE RESERVED"
004930         GO TO 1100-LOAD-SNAPSHOT-EXIT
004940     END-IF.
004950     PERFORM 1110-READ-SNAP-REC
004960         THRU 1110-READ-SNAP-REC-EXIT
004970         UNTIL ALC-SNAP-EOF
004980         OR ALC-SNAP-COUNT = ALC-SNAP-MAX-ENTRIES.
004990     IF NOT ALC-SNAP-EOF
005000         DISPLAY "ARRALLOC - ON-HAND TABLE FULL - ARRSNAP NOT "
005010             "LOADED WHOLE - RUN REFUSED"
005020         SET ALC-LOAD-TRUNCATED TO TRUE
005030     END-IF.
005040     CLOSE ALC-SNAP-FILE.
005050 1100-LOAD-SNAPSHOT-EXIT.
005060     EXIT.
005070*
005080 1110-READ-SNAP-REC.
005090     READ ALC-SNAP-FILE
005100         AT END
005110             SET ALC-SNAP-EOF TO TRUE
005120             GO TO 1110-READ-SNAP-REC-EXIT
005130     END-READ.
005140     IF ALC-SNAP-BIN-KEY NOT > ALC-SNAP-PREV-KEY
005150         DISPLAY "ARRALLOC - ARRSNAP ROW OUT OF SEQUENCE, "
005160             "SKIPPED: " ALC-SNAP-BIN-KEY
005170         GO TO 1110-READ-SNAP-REC-EXIT
005180     END-IF.
005190     IF ALC-SNAP-VAL NOT NUMERIC
005200         DISPLAY "ARRALLOC - ARRSNAP VALUE NOT NUMERIC, "
005210             "SKIPPED: " ALC-SNAP-BIN-KEY
005220         GO TO 1110-READ-SNAP-REC-EXIT
005230     END-IF.
005240     ADD 1 TO ALC-SNAP-COUNT.
005250     MOVE ALC-SNAP-BIN-KEY TO ALC-SNAP-TBL-KEY (ALC-SNAP-COUNT)
005260                              ALC-SNAP-PREV-KEY.
005270     MOVE ALC-SNAP-VAL TO ALC-SNAP-TBL-ONHAND (ALC-SNAP-COUNT)
005280                          ALC-SNAP-TBL-AVAIL (ALC-SNAP-COUNT).
005290 1110-READ-SNAP-REC-EXIT.
005300     EXIT.
005310*
005320*===============================================================
005330* 1200-LOAD-RESERVATIONS  -  LOAD ARRRESV INTO ALC-RESV-TABLE.
005340*     AN ORDER ARRAYDEMO FILLED, OR ONE CANCELLED LAST RUN, IS
005350*     LISTED HERE ONE LAST TIME AND NOT CARRIED.  A MISSING
005360*     ARRRESV IS THE FIRST RUN - THE FEED BUILDS THE FILE.
005370*===============================================================
005380 1200-LOAD-RESERVATIONS.
005390     MOVE 0 TO ALC-RESV-COUNT.
005400     OPEN INPUT ALC-RESV-FILE.
005410     IF ALC-RESV-NOT-FOUND
005420         DISPLAY "ARRALLOC - NO ARRRESV RESERVATION FILE - "
005430             "STARTING FROM THE ORDER FEED ALONE"
005440         GO TO 1200-LOAD-RESERVATIONS-EXIT
005450     END-IF.
005460     PERFORM 1210-READ-RESV-REC
005470         THRU 1210-READ-RESV-REC-EXIT
005480         UNTIL ALC-RESV-EOF
005490         OR ALC-RESV-COUNT = ALC-RESV-MAX-ENTRIES.
005500     IF NOT ALC-RESV-EOF
005510         DISPLAY "ARRALLOC - RESERVATION TABLE FULL - "
005520             "ARRRESV NOT LOADED WHOLE - RUN REFUSED"
005530         SET ALC-LOAD-TRUNCATED TO TRUE
005540     END-IF.
005550     CLOSE ALC-RESV-FILE.
005560 1200-LOAD-RESERVATIONS-EXIT.
005570     EXIT.
005580*
005590 1210-READ-RESV-REC.
005600     READ ALC-RESV-FILE
005610         AT END
005620             SET ALC-RESV-EOF TO TRUE
005630             GO TO 1210-READ-RESV-REC-EXIT
005640     END-READ.
005650     ADD 1 TO ALC-RESV-READ-COUNT.
005660     IF ALC-RESV-ORD-QTY NOT NUMERIC
005670         OR ALC-RESV-RSV-QTY NOT NUMERIC
005680         OR ALC-RESV-ISS-QTY NOT NUMERIC
005690         DISPLAY "ARRALLOC - ARRRESV QUANTITY NOT NUMERIC, "
005700             "SKIPPED: " ALC-RESV-ID
005710         GO TO 1210-READ-RESV-REC-EXIT
005720     END-IF.
005730     IF ALC-RESV-FILLED
005740         OR ALC-RESV-CANCELLED
005750         PERFORM 1220-LIST-DROPPED
005760             THRU 1220-LIST-DROPPED-EXIT
005770         GO TO 1210-READ-RESV-REC-EXIT
005780     END-IF.
005790     MOVE ALC-RESV-ID         TO ALC-WRK-ID.
005800     MOVE ALC-RESV-ORD-QTY    TO ALC-WRK-ORD-QTY.
005810     MOVE ALC-RESV-RSV-QTY    TO ALC-WRK-RSV-QTY.
005820     MOVE ALC-RESV-ISS-QTY    TO ALC-WRK-ISS-QTY.
005830     MOVE ALC-RESV-DUE-DATE   TO ALC-WRK-DUE.
005840     MOVE ALC-RESV-STAT       TO ALC-WRK-STAT.
005850     MOVE ALC-RESV-ENTRY-DATE TO ALC-WRK-ENTRY-DT.
005860     MOVE ALC-RESV-LAST-DATE  TO ALC-WRK-LAST.
005870     PERFORM 8000-FIND-POSITION
005880         THRU 8000-FIND-POSITION-EXIT.
005890     IF ALC-ID-MATCHED
005900         DISPLAY "ARRALLOC - DUPLICATE ARRRESV ORDER, "
005910             "SKIPPED: " ALC-RESV-ID
005920         GO TO 1210-READ-RESV-REC-EXIT
005930     END-IF.
005940     PERFORM 8100-INSERT-AT-POSITION
005950         THRU 8100-INSERT-AT-POSITION-EXIT.
005960 1210-READ-RESV-REC-EXIT.
005970     EXIT.
005980*
005990 1220-LIST-DROPPED.
006000     ADD 1 TO ALC-DROP-COUNT.
006010     MOVE ALC-RESV-STAT       TO ALC-RPT-FEED-ACTION.
006020     MOVE ALC-RESV-WHSE-CODE  TO ALC-RPT-FEED-WHSE.
006030     MOVE ALC-RESV-BIN-CODE   TO ALC-RPT-FEED-BIN.
006040     MOVE ALC-RESV-ORDER-NO   TO ALC-RPT-FEED-ORDER.
006050     MOVE ALC-RESV-ORD-QTY    TO ALC-RPT-FEED-QTY.
006060     MOVE ALC-RESV-DUE-DATE   TO ALC-RPT-FEED-DUE.
006070     IF ALC-RESV-FILLED
006080         MOVE "ORDER FILLED - DROPPED" TO ALC-RPT-FEED-RESULT
006090     ELSE
006100         MOVE "ORDER CANCELLED - DROPPED"
006110             TO ALC-RPT-FEED-RESULT
006120     END-IF.
006130     WRITE ALC-REPORT-REC FROM ALC-RPT-FEED-LINE.
006140 1220-LIST-DROPPED-EXIT.
006150     EXIT.
006160*
006170*===============================================================
006180* 2000-APPLY-ORDER-FEED  -  APPLY EACH ARRORDR ADD, CHANGE OR
006190*     CANCELLATION TO THE RESERVATION TABLE, LISTING EVERY
006200*     FEED RECORD WITH WHAT BECAME OF IT.  NO FEED IS NOT AN
006210*     ERROR - THE EXISTING ORDERS ARE SIMPLY RE-ALLOCATED.
006220*===============================================================
006230 2000-APPLY-ORDER-FEED.
006240     MOVE "ORDER FEED" TO ALC-RPT-SECT-TEXT.
006250     WRITE ALC-REPORT-REC FROM ALC-RPT-SECT-LINE.
006260     OPEN INPUT ALC-ORDR-FILE.
006270     IF ALC-ORDR-NOT-FOUND
006280         DISPLAY "ARRALLOC - NO ARRORDR ORDER FEED - "
006290             "RE-ALLOCATING EXISTING ORDERS ONLY"
006300         GO TO 2000-APPLY-ORDER-FEED-EXIT
006310     END-IF.
006320     PERFORM 2100-READ-ORDER-REC
006330         THRU 2100-READ-ORDER-REC-EXIT
006340         UNTIL ALC-ORDR-EOF.
006350     CLOSE ALC-ORDR-FILE.
006360 2000-APPLY-ORDER-FEED-EXIT.
006370     EXIT.
006380*
006390 2100-READ-ORDER-REC.
006400     READ ALC-ORDR-FILE
006410         AT END
006420             SET ALC-ORDR-EOF TO TRUE
006430             GO TO 2100-READ-ORDER-REC-EXIT
006440     END-READ.
006450     ADD 1 TO ALC-ORDR-READ-COUNT.
006460     IF NOT ALC-ORDR-ADD
006470         AND NOT ALC-ORDR-CANCEL
006480         MOVE "ACTION NOT A OR X" TO ALC-RESULT-WORK
006490         GO TO 2100-READ-ORDER-REC-REJECT
006500     END-IF.
006510     IF ALC-ORDR-WHSE-CODE = SPACES
006520         OR ALC-ORDR-BIN-CODE = SPACES
006530         OR ALC-ORDR-ORDER-NO = SPACES
006540         MOVE "BIN OR ORDER NUMBER MISSING" TO ALC-RESULT-WORK
006550         GO TO 2100-READ-ORDER-REC-REJECT
006560     END-IF.
006570     MOVE ALC-ORDR-ID TO ALC-WRK-ID.
006580     PERFORM 8000-FIND-POSITION
006590         THRU 8000-FIND-POSITION-EXIT.
006600     IF ALC-ORDR-CANCEL
006610         PERFORM 2200-CANCEL-ORDER
006620             THRU 2200-CANCEL-ORDER-EXIT
006630     ELSE
006640         PERFORM 2300-ADD-OR-CHANGE-ORDER
006650             THRU 2300-ADD-OR-CHANGE-ORDER-EXIT
006660     END-IF.
006670     GO TO 2100-READ-ORDER-REC-LIST.
006680 2100-READ-ORDER-REC-REJECT.
006690     ADD 1 TO ALC-REJECT-COUNT.
006700 2100-READ-ORDER-REC-LIST.
006710     MOVE ALC-ORDR-ACTION     TO ALC-RPT-FEED-ACTION.
006720     MOVE ALC-ORDR-WHSE-CODE  TO ALC-RPT-FEED-WHSE.
006730     MOVE ALC-ORDR-BIN-CODE   TO ALC-RPT-FEED-BIN.
006740     MOVE ALC-ORDR-ORDER-NO   TO ALC-RPT-FEED-ORDER.
006750     MOVE ALC-ORDR-QTY        TO ALC-RPT-FEED-QTY.
006760     MOVE ALC-ORDR-DUE-DATE   TO ALC-RPT-FEED-DUE.
006770     MOVE ALC-RESULT-WORK     TO ALC-RPT-FEED-RESULT.
006780     WRITE ALC-REPORT-REC FROM ALC-RPT-FEED-LINE.
006790 2100-READ-ORDER-REC-EXIT.
006800     EXIT.
006810*
006820*    CANCEL AN OPEN ORDER.  IT GOES FORWARD ON ARRRESVO MARKED
006830*    X, HOLDING NOTHING, SO ARRAYDEMO REFUSES ANY ISSUE STILL
006840*    QUOTING IT; THE NEXT RUN DROPS IT.
006850 2200-CANCEL-ORDER.
006860     IF NOT ALC-ID-MATCHED
006870         MOVE "NO OPEN ORDER TO CANCEL" TO ALC-RESULT-WORK
006880         ADD 1 TO ALC-REJECT-COUNT
006890         GO TO 2200-CANCEL-ORDER-EXIT
006900     END-IF.
006910     IF ALC-RESV-TBL-CLOSED (ALC-INS-POS)
006920         MOVE "ORDER ALREADY FILLED OR CANCELLED"
006930             TO ALC-RESULT-WORK
006940         ADD 1 TO ALC-REJECT-COUNT
006950         GO TO 2200-CANCEL-ORDER-EXIT
006960     END-IF.
006970     MOVE "X" TO ALC-RESV-TBL-STAT (ALC-INS-POS).
006980     MOVE 0   TO ALC-RESV-TBL-RSV-QTY (ALC-INS-POS).
006990     MOVE ALC-RUN-DATE TO ALC-RESV-TBL-LAST (ALC-INS-POS).
007000     MOVE "CANCELLED" TO ALC-RESULT-WORK.
007010     ADD 1 TO ALC-CANCEL-COUNT.
007020 2200-CANCEL-ORDER-EXIT.
007030     EXIT.
007040*
007050*    ADD A NEW ORDER, OR REPLACE THE QUANTITY AND DUE DATE OF
007060*    ONE ALREADY OPEN.  THE ORDER QUANTITY MAY NOT BE CUT BELOW
007070*    WHAT HAS ALREADY SHIPPED AGAINST IT.
007080 2300-ADD-OR-CHANGE-ORDER.
007090     IF ALC-ORDR-QTY NOT NUMERIC
007100         OR ALC-ORDR-QTY-N = 0
007110         MOVE "ORDER QUANTITY NOT NUMERIC OR ZERO"
007120             TO ALC-RESULT-WORK
007130         ADD 1 TO ALC-REJECT-COUNT
007140         GO TO 2300-ADD-OR-CHANGE-ORDER-EXIT
007150     END-IF.
007160     IF ALC-ORDR-DUE-DATE NOT NUMERIC
007170         OR ALC-ORDR-DUE-MM < 01 OR ALC-ORDR-DUE-MM > 12
007180         OR ALC-ORDR-DUE-DD < 01 OR ALC-ORDR-DUE-DD > 31
007190         MOVE "DUE DATE NOT VALID" TO ALC-RESULT-WORK
007200         ADD 1 TO ALC-REJECT-COUNT
007210         GO TO 2300-ADD-OR-CHANGE-ORDER-EXIT
007220     END-IF.
007230     IF ALC-ID-MATCHED
007240         GO TO 2300-ADD-OR-CHANGE-ORDER-CHG
007250     END-IF.
007260     IF ALC-RESV-COUNT = ALC-RESV-MAX-ENTRIES
007270         MOVE "RESERVATION TABLE FULL - NOT ADDED"
007280             TO ALC-RESULT-WORK
007290         ADD 1 TO ALC-REJECT-COUNT
007300         GO TO 2300-ADD-OR-CHANGE-ORDER-EXIT
007310     END-IF.
007320     MOVE ALC-ORDR-QTY-N     TO ALC-WRK-ORD-QTY.
007330     MOVE 0                  TO ALC-WRK-RSV-QTY.
007340     MOVE 0                  TO ALC-WRK-ISS-QTY.
007350     MOVE ALC-ORDR-DUE-DATE  TO ALC-WRK-DUE.
007360     MOVE "O"                TO ALC-WRK-STAT.
007370     MOVE ALC-RUN-DATE       TO ALC-WRK-ENTRY-DT.
007380     MOVE ALC-RUN-DATE       TO ALC-WRK-LAST.
007390     PERFORM 8100-INSERT-AT-POSITION
007400         THRU 8100-INSERT-AT-POSITION-EXIT.
007410     MOVE "ADDED" TO ALC-RESULT-WORK.
007420     ADD 1 TO ALC-ADD-COUNT.
007430     GO TO 2300-ADD-OR-CHANGE-ORDER-EXIT.
007440 2300-ADD-OR-CHANGE-ORDER-CHG.
007450     IF ALC-RESV-TBL-CLOSED (ALC-INS-POS)
007460         MOVE "ORDER ALREADY FILLED OR CANCELLED"
007470             TO ALC-RESULT-WORK
007480         ADD 1 TO ALC-REJECT-COUNT
007490         GO TO 2300-ADD-OR-CHANGE-ORDER-EXIT
007500     END-IF.
007510     IF ALC-ORDR-QTY-N < ALC-RESV-TBL-ISS-QTY (ALC-INS-POS)
007520         MOVE "ORDER QTY BELOW QTY ALREADY ISSUED"
007530             TO ALC-RESULT-WORK
007540         ADD 1 TO ALC-REJECT-COUNT
007550         GO TO 2300-ADD-OR-CHANGE-ORDER-EXIT
007560     END-IF.
007570     MOVE ALC-ORDR-QTY-N    TO ALC-RESV-TBL-ORD-QTY (ALC-INS-POS).
007580     MOVE ALC-ORDR-DUE-DATE TO ALC-RESV-TBL-DUE (ALC-INS-POS).
007590     MOVE ALC-RUN-DATE      TO ALC-RESV-TBL-LAST (ALC-INS-POS).
007600     MOVE "CHANGED" TO ALC-RESULT-WORK.
007610     ADD 1 TO ALC-CHANGE-COUNT.
007620 2300-ADD-OR-CHANGE-ORDER-EXIT.
007630     EXIT.
007640*
007650*===============================================================
007660* 3000-ALLOCATE  -  INDEX EVERY OPEN ORDER BY DUE DATE, THEN
007670*     WALK THE INDEX RESERVING EACH ORDER'S OUTSTANDING NEED
007680*     FROM ITS BIN'S REMAINING ON-HAND.  THE WHOLE ON-HAND IS
007690*     RE-SPREAD EVERY RUN, SO A NEW ORDER DUE SOONER TAKES STOCK
007700*     AHEAD OF ONE DUE LATER EVEN IF THAT ONE WAS RESERVED
007710*     FIRST.
007720*===============================================================
007730 3000-ALLOCATE.
007740     MOVE "ALLOCATION IN DUE DATE ORDER" TO ALC-RPT-SECT-TEXT.
007750     WRITE ALC-REPORT-REC FROM ALC-RPT-SECT-LINE.
007760     WRITE ALC-REPORT-REC FROM ALC-RPT-COL-LINE.
007770     MOVE 0 TO ALC-DUE-COUNT.
007780     IF ALC-RESV-COUNT = 0
007790         GO TO 3000-ALLOCATE-EXIT
007800     END-IF.
007810     PERFORM 3100-INDEX-ONE-ORDER
007820         THRU 3100-INDEX-ONE-ORDER-EXIT
007830         VARYING ALC-RESV-SUB FROM 1 BY 1
007840         UNTIL ALC-RESV-SUB > ALC-RESV-COUNT.
007850     IF ALC-DUE-COUNT = 0
007860         GO TO 3000-ALLOCATE-EXIT
007870     END-IF.
007880     PERFORM 3200-RESERVE-ONE-ORDER
007890         THRU 3200-RESERVE-ONE-ORDER-EXIT
007900         VARYING ALC-DUE-SUB FROM 1 BY 1
007910         UNTIL ALC-DUE-SUB > ALC-DUE-COUNT.
007920 3000-ALLOCATE-EXIT.
007930     EXIT.
007940*
007950*    PLACE ONE OPEN ORDER IN THE DUE-DATE INDEX - THE FIRST
007960*    ENTRY SEQUENCED HIGH OF IT IS WHERE IT GOES.
007970 3100-INDEX-ONE-ORDER.
007980     IF ALC-RESV-TBL-CLOSED (ALC-RESV-SUB)
007990         GO TO 3100-INDEX-ONE-ORDER-EXIT
008000     END-IF.
008010     MOVE ALC-RESV-TBL-DUE (ALC-RESV-SUB)   TO ALC-DUE-WRK-DATE.
008020     MOVE ALC-RESV-TBL-ORDER (ALC-RESV-SUB) TO ALC-DUE-WRK-ORDER.
008030     MOVE ALC-RESV-TBL-KEY (ALC-RESV-SUB)   TO ALC-DUE-WRK-KEY.
008040     MOVE 0 TO ALC-INS-POS.
008050     PERFORM 3110-SCAN-DUE-POSITION
008060         THRU 3110-SCAN-DUE-POSITION-EXIT
008070         VARYING ALC-SCAN-SUB FROM 1 BY 1
008080         UNTIL ALC-SCAN-SUB > ALC-DUE-COUNT
008090         OR ALC-INS-POS > 0.
008100     IF ALC-INS-POS = 0
008110         COMPUTE ALC-INS-POS = ALC-DUE-COUNT + 1
008120     END-IF.
008130     ADD 1 TO ALC-DUE-COUNT.
008140     PERFORM 3120-SHIFT-ONE-DUE
008150         THRU 3120-SHIFT-ONE-DUE-EXIT
008160         VARYING ALC-SHIFT-SUB FROM ALC-DUE-COUNT BY -1
008170         UNTIL ALC-SHIFT-SUB NOT > ALC-INS-POS.
008180     MOVE ALC-DUE-WRK-SEQ TO ALC-DUE-SEQ (ALC-INS-POS).
008190     MOVE ALC-RESV-SUB    TO ALC-DUE-RESV-SUB (ALC-INS-POS).
008200 3100-INDEX-ONE-ORDER-EXIT.
008210     EXIT.
008220*
008230 3110-SCAN-DUE-POSITION.
008240     IF ALC-DUE-SEQ (ALC-SCAN-SUB) > ALC-DUE-WRK-SEQ
008250         MOVE ALC-SCAN-SUB TO ALC-INS-POS
008260     END-IF.
008270 3110-SCAN-DUE-POSITION-EXIT.
008280     EXIT.
008290*
008300 3120-SHIFT-ONE-DUE.
008310     MOVE ALC-DUE-ENTRY (ALC-SHIFT-SUB - 1)
008320         TO ALC-DUE-ENTRY (ALC-SHIFT-SUB).
008330 3120-SHIFT-ONE-DUE-EXIT.
008340     EXIT.
008350*
008360*    RESERVE ONE ORDER.  ITS NEED IS THE ORDER QUANTITY LESS
008370*    WHAT HAS SHIPPED; IT TAKES THE LESSER OF THAT AND WHAT ITS
008380*    BIN HAS LEFT.  A BIN NOT ON THE SNAPSHOT HAS NOTHING TO
008390*    GIVE.
008400 3200-RESERVE-ONE-ORDER.
008410     MOVE ALC-DUE-RESV-SUB (ALC-DUE-SUB) TO ALC-RESV-SUB.
008420     MOVE SPACES TO ALC-FLAG-WORK.
008430     MOVE 0 TO ALC-GIVE-QTY.
008440     MOVE 0 TO ALC-NEED-QTY.
008450     IF ALC-RESV-TBL-ISS-QTY (ALC-RESV-SUB)
008460             < ALC-RESV-TBL-ORD-QTY (ALC-RESV-SUB)
008470         COMPUTE ALC-NEED-QTY
008480             = ALC-RESV-TBL-ORD-QTY (ALC-RESV-SUB)
008490             - ALC-RESV-TBL-ISS-QTY (ALC-RESV-SUB)
008500     END-IF.
008510     IF ALC-NEED-QTY = 0
008520         GO TO 3200-RESERVE-ONE-ORDER-POST
008530     END-IF.
008540     MOVE "N" TO ALC-SNAP-FOUND-SW.
008550     IF ALC-SNAP-COUNT = 0
008560         MOVE "NOT ON ARRAY" TO ALC-FLAG-WORK
008570         GO TO 3200-RESERVE-ONE-ORDER-POST
008580     END-IF.
008590     SEARCH ALL ALC-SNAP-ENTRY
008600         AT END
008610             MOVE "NOT ON ARRAY" TO ALC-FLAG-WORK
008620             GO TO 3200-RESERVE-ONE-ORDER-POST
008630         WHEN ALC-SNAP-TBL-KEY (ALC-SNAP-IDX)
008640                 = ALC-RESV-TBL-KEY (ALC-RESV-SUB)
008650             SET ALC-SNAP-FOUND TO TRUE
008660     END-SEARCH.
008670     IF ALC-SNAP-TBL-AVAIL (ALC-SNAP-IDX) < ALC-NEED-QTY
008680         MOVE ALC-SNAP-TBL-AVAIL (ALC-SNAP-IDX) TO ALC-GIVE-QTY
008690     ELSE
008700         MOVE ALC-NEED-QTY TO ALC-GIVE-QTY
008710     END-IF.
008720     SUBTRACT ALC-GIVE-QTY FROM ALC-SNAP-TBL-AVAIL (ALC-SNAP-IDX).
008730 3200-RESERVE-ONE-ORDER-POST.
008740     IF ALC-GIVE-QTY NOT = ALC-RESV-TBL-RSV-QTY (ALC-RESV-SUB)
008750         MOVE ALC-GIVE-QTY TO ALC-RESV-TBL-RSV-QTY (ALC-RESV-SUB)
008760         MOVE ALC-RUN-DATE TO ALC-RESV-TBL-LAST (ALC-RESV-SUB)
008770     END-IF.
008780     IF ALC-NEED-QTY = 0
008790         MOVE "F" TO ALC-RESV-TBL-STAT (ALC-RESV-SUB)
008800     ELSE
008810         IF ALC-GIVE-QTY = 0
008820             MOVE "O" TO ALC-RESV-TBL-STAT (ALC-RESV-SUB)
008830         ELSE
008840             IF ALC-GIVE-QTY < ALC-NEED-QTY
008850                 MOVE "P" TO ALC-RESV-TBL-STAT (ALC-RESV-SUB)
008860             ELSE
008870                 MOVE "R" TO ALC-RESV-TBL-STAT (ALC-RESV-SUB)
008880             END-IF
008890         END-IF
008900     END-IF.
008910     ADD 1 TO ALC-ALLOC-COUNT.
008920     ADD ALC-NEED-QTY TO ALC-TOTAL-NEED.
008930     ADD ALC-GIVE-QTY TO ALC-TOTAL-RSV.
008940     PERFORM 3300-PRINT-ALLOC-LINE
008950         THRU 3300-PRINT-ALLOC-LINE-EXIT.
008960     IF ALC-GIVE-QTY < ALC-NEED-QTY
008970         PERFORM 3400-PRINT-SHORT-LINE
008980             THRU 3400-PRINT-SHORT-LINE-EXIT
008990     END-IF.
009000 3200-RESERVE-ONE-ORDER-EXIT.
009010     EXIT.
009020*
009030 3300-PRINT-ALLOC-LINE.
009040     MOVE ALC-RESV-TBL-DUE (ALC-RESV-SUB)   TO ALC-RPT-DTL-DUE.
009050     MOVE ALC-RESV-TBL-WHSE (ALC-RESV-SUB) TO ALC-RPT-DTL-WHSE.
009060     MOVE ALC-RESV-TBL-CODE (ALC-RESV-SUB) TO ALC-RPT-DTL-BIN.
009070     MOVE ALC-RESV-TBL-ORDER (ALC-RESV-SUB) TO ALC-RPT-DTL-ORDER.
009080     MOVE ALC-RESV-TBL-ORD-QTY (ALC-RESV-SUB) TO ALC-RPT-DTL-ORD.
009090     MOVE ALC-RESV-TBL-ISS-QTY (ALC-RESV-SUB) TO ALC-RPT-DTL-ISS.
009100     MOVE ALC-NEED-QTY                      TO ALC-RPT-DTL-NEED.
009110     MOVE ALC-GIVE-QTY                      TO ALC-RPT-DTL-RSV.
009120     MOVE ALC-RESV-TBL-STAT (ALC-RESV-SUB)  TO ALC-RPT-DTL-STAT.
009130     MOVE ALC-FLAG-WORK                     TO ALC-RPT-DTL-FLAG.
009140     WRITE ALC-REPORT-REC FROM ALC-RPT-DTL-LINE.
009150 3300-PRINT-ALLOC-LINE-EXIT.
009160     EXIT.
009170*
009180*    SHORTAGE LINE - AN ORDER ALREADY PAST ITS DUE DATE AND
009190*    STILL SHORT IS FLAGGED FOR THE CUSTOMER SERVICE CALL.
009200 3400-PRINT-SHORT-LINE.
009210     COMPUTE ALC-SHORT-QTY = ALC-NEED-QTY - ALC-GIVE-QTY.
009220     ADD 1 TO ALC-SHORT-COUNT.
009230     ADD ALC-SHORT-QTY TO ALC-TOTAL-SHORT.
009240     MOVE ALC-RESV-TBL-DUE (ALC-RESV-SUB)   TO ALC-SHR-DTL-DUE.
009250     MOVE ALC-RESV-TBL-WHSE (ALC-RESV-SUB) TO ALC-SHR-DTL-WHSE.
009260     MOVE ALC-RESV-TBL-CODE (ALC-RESV-SUB) TO ALC-SHR-DTL-BIN.
009270     MOVE ALC-RESV-TBL-ORDER (ALC-RESV-SUB) TO ALC-SHR-DTL-ORDER.
009280     MOVE ALC-NEED-QTY                      TO ALC-SHR-DTL-NEED.
009290     MOVE ALC-GIVE-QTY                      TO ALC-SHR-DTL-RSV.
009300     MOVE ALC-SHORT-QTY                     TO ALC-SHR-DTL-SHORT.
009310     MOVE ALC-FLAG-WORK                     TO ALC-SHR-DTL-FLAG.
009320     IF ALC-RESV-TBL-DUE (ALC-RESV-SUB) < ALC-RUN-DATE
009330         MOVE "** PAST DUE" TO ALC-SHR-DTL-FLAG
009340         ADD 1 TO ALC-PAST-DUE-COUNT
009350     END-IF.
009360     WRITE ALC-SHORT-REC FROM ALC-SHR-DTL-LINE.
009370 3400-PRINT-SHORT-LINE-EXIT.
009380     EXIT.
009390*
009400*===============================================================
009410* 4000-WRITE-RESERVATIONS  -  WRITE THE WHOLE TABLE, IN BIN
009420*     KEY PLUS ORDER SEQUENCE, TO ARRRESVO.  ALWAYS WRITTEN,
009430*     EVEN EMPTY, SO THE PROMOTE STEP ALWAYS HAS A FILE.
009440*===============================================================
009450 4000-WRITE-RESERVATIONS.
009460     OPEN OUTPUT ALC-RESV-OUT-FILE.
009470     IF ALC-RESV-COUNT > 0
009480         PERFORM 4100-WRITE-ONE-RESV
009490             THRU 4100-WRITE-ONE-RESV-EXIT
009500             VARYING ALC-RESV-SUB FROM 1 BY 1
009510             UNTIL ALC-RESV-SUB > ALC-RESV-COUNT
009520     END-IF.
009530     CLOSE ALC-RESV-OUT-FILE.
009540 4000-WRITE-RESERVATIONS-EXIT.
009550     EXIT.
009560*
009570 4100-WRITE-ONE-RESV.
009580     MOVE SPACES TO ALC-RESV-OUT-REC.
009590     MOVE ALC-RESV-TBL-ID (ALC-RESV-SUB)   TO ALC-RESV-OUT-ID.
009600     MOVE ALC-RESV-TBL-ORD-QTY (ALC-RESV-SUB)
009610         TO ALC-RESV-OUT-ORD-QTY.
009620     MOVE ALC-RESV-TBL-RSV-QTY (ALC-RESV-SUB)
009630         TO ALC-RESV-OUT-RSV-QTY.
009640     MOVE ALC-RESV-TBL-ISS-QTY (ALC-RESV-SUB)
009650         TO ALC-RESV-OUT-ISS-QTY.
009660     MOVE ALC-RESV-TBL-DUE (ALC-RESV-SUB)
009670         TO ALC-RESV-OUT-DUE-DATE.
009680     MOVE ALC-RESV-TBL-STAT (ALC-RESV-SUB)
009690         TO ALC-RESV-OUT-STAT.
009700     MOVE ALC-RESV-TBL-ENTRY-DT (ALC-RESV-SUB)
009710         TO ALC-RESV-OUT-ENTRY.
009720     MOVE ALC-RESV-TBL-LAST (ALC-RESV-SUB)
009730         TO ALC-RESV-OUT-LAST.
009740     WRITE ALC-RESV-OUT-REC.
009750     ADD 1 TO ALC-WRITE-COUNT.
009760 4100-WRITE-ONE-RESV-EXIT.
009770     EXIT.
009780*
009790*===============================================================
009800* 8000-FIND-POSITION  -  FIND ORDER ALC-WRK-ID IN THE
009810*     RESERVATION TABLE.  ON A MATCH ALC-ID-MATCHED IS SET AND
009820*     ALC-INS-POS POINTS AT IT; OTHERWISE ALC-INS-POS IS WHERE
009830*     IT WOULD BE INSERTED - THE FIRST ENTRY HIGH OF IT.
009840*===============================================================
009850 8000-FIND-POSITION.
009860     MOVE "N" TO ALC-MATCH-SW.
009870     MOVE 0 TO ALC-INS-POS.
009880     PERFORM 8010-SCAN-FOR-POSITION
009890         THRU 8010-SCAN-FOR-POSITION-EXIT
009900         VARYING ALC-SCAN-SUB FROM 1 BY 1
009910         UNTIL ALC-SCAN-SUB > ALC-RESV-COUNT
009920         OR ALC-INS-POS > 0.
009930     IF ALC-INS-POS = 0
009940         COMPUTE ALC-INS-POS = ALC-RESV-COUNT + 1
009950     END-IF.
009960 8000-FIND-POSITION-EXIT.
009970     EXIT.
009980*
009990 8010-SCAN-FOR-POSITION.
010000     IF ALC-RESV-TBL-ID (ALC-SCAN-SUB) = ALC-WRK-ID
010010         SET ALC-ID-MATCHED TO TRUE
010020         MOVE ALC-SCAN-SUB TO ALC-INS-POS
010030     ELSE
010040         IF ALC-RESV-TBL-ID (ALC-SCAN-SUB) > ALC-WRK-ID
010050             MOVE ALC-SCAN-SUB TO ALC-INS-POS
010060         END-IF
010070     END-IF.
010080 8010-SCAN-FOR-POSITION-EXIT.
010090     EXIT.
010100*
010110*===============================================================
010120* 8100-INSERT-AT-POSITION  -  OPEN A SLOT AT ALC-INS-POS BY
010130*     SHIFTING THE TAIL OF THE TABLE UP ONE, THEN STORE THE
010140*     WORK ENTRY THERE.  THE COUNT IS RAISED FIRST SO THE SHIFT
010150*     TARGET IS INSIDE THE OCCURS DEPENDING ON BOUND.
010160*===============================================================
010170 8100-INSERT-AT-POSITION.
010180     ADD 1 TO ALC-RESV-COUNT.
010190     PERFORM 8110-SHIFT-ONE-ENTRY
010200         THRU 8110-SHIFT-ONE-ENTRY-EXIT
010210         VARYING ALC-SHIFT-SUB FROM ALC-RESV-COUNT BY -1
010220         UNTIL ALC-SHIFT-SUB NOT > ALC-INS-POS.
010230     MOVE ALC-WRK-ENTRY TO ALC-RESV-ENTRY (ALC-INS-POS).
010240 8100-INSERT-AT-POSITION-EXIT.
010250     EXIT.
010260*
010270 8110-SHIFT-ONE-ENTRY.
010280     MOVE ALC-RESV-ENTRY (ALC-SHIFT-SUB - 1)
010290         TO ALC-RESV-ENTRY (ALC-SHIFT-SUB).
010300 8110-SHIFT-ONE-ENTRY-EXIT.
010310     EXIT.
010320*
010330*===============================================================
010340* 9000-TERMINATE  -  WRITE THE COUNT TRAILERS, CLOSE FILES, AND
010350*     END RC=4 IF ANY ORDER IS SHORT OR ANY FEED RECORD WAS
010360*     REJECTED, RC=8 IF THE RUN WAS REFUSED ON A TABLE TOO SMALL
010370*     FOR ITS FILE.
010380*===============================================================
010390 9000-TERMINATE.
010400     MOVE ALC-ORDR-READ-COUNT TO ALC-RPT-CNT-FEED.
010410     MOVE ALC-ADD-COUNT       TO ALC-RPT-CNT-ADD.
010420     MOVE ALC-CHANGE-COUNT    TO ALC-RPT-CNT-CHANGE.
010430     MOVE ALC-CANCEL-COUNT    TO ALC-RPT-CNT-CANCEL.
010440     MOVE ALC-REJECT-COUNT    TO ALC-RPT-CNT-REJECT.
010450     MOVE ALC-DROP-COUNT      TO ALC-RPT-CNT-DROP.
010460     WRITE ALC-REPORT-REC FROM ALC-RPT-CNT-LINE.
010470     MOVE ALC-ALLOC-COUNT     TO ALC-RPT-CNT-ALLOC.
010480     MOVE ALC-TOTAL-NEED      TO ALC-RPT-CNT-NEED.
010490     MOVE ALC-TOTAL-RSV       TO ALC-RPT-CNT-RSV.
010500     MOVE ALC-SHORT-COUNT     TO ALC-RPT-CNT-SHORT.
010510     WRITE ALC-REPORT-REC FROM ALC-RPT-CNT2-LINE.
010520     IF ALC-SHORT-COUNT = 0
010530         AND NOT ALC-LOAD-TRUNCATED
010540         WRITE ALC-SHORT-REC FROM ALC-SHR-NONE-LINE
010550     END-IF.
010560     MOVE ALC-SHORT-COUNT     TO ALC-SHR-CNT-SHORT.
010570     MOVE ALC-PAST-DUE-COUNT  TO ALC-SHR-CNT-PAST.
010580     MOVE ALC-TOTAL-SHORT     TO ALC-SHR-CNT-QTY.
010590     WRITE ALC-SHORT-REC FROM ALC-SHR-CNT-LINE.
010600     CLOSE ALC-REPORT-FILE
010610           ALC-SHORT-FILE.
010620     DISPLAY "ARRALLOC - OPEN ORDERS: " ALC-ALLOC-COUNT
010630         "  SHORT: " ALC-SHORT-COUNT
010640         "  WRITTEN TO ARRRESVO: " ALC-WRITE-COUNT.
010650     IF ALC-SHORT-COUNT > 0
010660         OR ALC-REJECT-COUNT > 0
010670         MOVE 4 TO RETURN-CODE
010680     END-IF.
010690     IF ALC-LOAD-TRUNCATED
010700         DISPLAY "ARRALLOC - RUN REFUSED - ARRRESV AND ARRORDR "
010710             "LEFT AS THEY WERE"
010720         MOVE 8 TO RETURN-CODE
010730     END-IF.
010740 9000-TERMINATE-EXIT.
010750     EXIT.

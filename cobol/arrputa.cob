000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARRPUTA.
000030 AUTHOR.        R L HOBAUGH.
000040 INSTALLATION.  DATA CENTER SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*===============================================================
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------
000120* 10/15/26   RLH   ORIGINAL PROGRAM - OVERFLOW PUTAWAY.  A
000130*                  RECEIPT THAT WOULD TAKE A BIN OVER ITS ARRBINM
000140*                  CAPACITY WAS REJECTED WHOLE BY THE MODE-M RUN
000150*                  WITH THE STOCK ALREADY ON THE DOCK.  THIS STEP
000160*                  RUNS AHEAD OF THE POSTING, PLAYS THE ARRMOVE
000170*                  DELIVERY AGAINST ARRSNAP(0) IN ORDER, AND
000180*                  SPLITS EACH RECEIPT THAT WILL NOT FIT - THE
000190*                  TARGET BIN IS FILLED TO CAPACITY AND THE REST
000200*                  GOES TO OTHER ACTIVE BINS IN THE SAME
000210*                  WAREHOUSE AND ARRBINM ZONE, SAME ITEM
000220*                  DESCRIPTION FIRST, THEN MOST FREE SPACE.  THE
000230*                  PARTS ARE WRITTEN TO ARRMOVEP UNDER THE
000240*                  ORIGINAL DOCUMENT NUMBER FOR THE POSTING RUN,
000250*                  THE FLOOR GETS DIRECTIVE SHEETS ON ARRPUTD,
000260*                  AND WHAT FITS NOWHERE IN THE ZONE IS LISTED
000270*                  FOR THE SUPERVISOR ON ARRPUTN.
000280* 10/15/26   RLH   UNIT OF MEASURE.  A MOVEMENT STATING ITS UNIT
000290*                  IS PROJECTED AT ITS STOCKING-UNIT QUANTITY
000300*                  THROUGH ARRUOM, AND A RECEIPT IS SPLIT IN
000310*                  WHOLE STATED UNITS - EACH PART KEEPS THE UNIT,
000320*                  AND AN OVERFLOW BIN MUST HAVE A CONVERSION FOR
000330*                  IT.  ONE WITH NO CONVERSION PASSES THROUGH FOR
000340*                  THE POSTING RUN TO REJECT.
000350*===============================================================
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410*
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PUT-MOVE-FILE   ASSIGN TO ARRMOVE
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS PUT-MOVE-STATUS.
000470     SELECT PUT-OUT-FILE    ASSIGN TO ARRMOVEP
000480         ORGANIZATION IS SEQUENTIAL.
000490     SELECT PUT-SNAP-FILE   ASSIGN TO ARRSNAP
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS PUT-SNAP-STATUS.
000520     SELECT PUT-BINM-FILE   ASSIGN TO ARRBINM
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS PUT-BINM-CODE
000560         FILE STATUS IS PUT-BINM-STATUS.
000570     SELECT PUT-CTL-FILE    ASSIGN TO ARRPUTC
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS PUT-CTL-STATUS.
000600     SELECT PUT-DIR-FILE    ASSIGN TO ARRPUTD
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT PUT-NRM-FILE    ASSIGN TO ARRPUTN
000630         ORGANIZATION IS SEQUENTIAL.
000640     SELECT PUT-UOM-FILE    ASSIGN TO ARRUOM
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS PUT-UOM-STATUS.
000670*
000680 DATA DIVISION.
000690 FILE SECTION.
000700*
000710*    MOVEMENT DELIVERY AS SENT BY THE WAREHOUSE - READ INTO
000720*    PUT-MOVE-REC IN WORKING STORAGE.
000730 FD  PUT-MOVE-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD.
000760 01  PUT-MOVE-FILE-REC          PIC X(132).
000770*
000780*    MOVEMENTS FOR THE POSTING RUN - EVERY INPUT RECORD IN ITS
000790*    ORIGINAL ORDER, A SPLIT RECEIPT REPLACED BY ITS PARTS.
000800 FD  PUT-OUT-FILE
000810     RECORDING MODE IS F
000820     LABEL RECORDS ARE STANDARD.
000830 01  PUT-OUT-REC                PIC X(132).
000840*
000850*    SNAPSHOT RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000860*    ARR-SNAP-REC.  ARRSNAP(0) IS THE POSITION THE POSTING RUN
000870*    WILL START FROM, SO IT IS THE ON-HAND THE SPLIT WORKS TO.
000880 FD  PUT-SNAP-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD.
000910 01  PUT-SNAP-REC.
000920     05  PUT-SNAP-SUB           PIC 9(04).
000930     05  PUT-SNAP-BIN-KEY.
000940         10  PUT-SNAP-WHSE      PIC X(03).
000950         10  PUT-SNAP-CODE      PIC X(09).
000960     05  PUT-SNAP-VAL           PIC 9(09).
000970     05  PUT-SNAP-RUN-DATE      PIC 9(06).
000980     05  PUT-SNAP-RUN-TIME      PIC X(08).
000990     05  FILLER                 PIC X(93).
001000*
001010*    BIN MASTER RECORD - THE ARRBINM KSDS, READ DIRECTLY BY BIN
001020*    CODE FOR THE DESCRIPTION, ZONE, CAPACITY AND ACTIVE FLAG.
001030*    LAYOUT MUST MATCH ARRAYDEMO'S ARR-BINM-REC.
001040 FD  PUT-BINM-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  PUT-BINM-REC.
001070     05  PUT-BINM-CODE          PIC X(09).
001080     05  PUT-BINM-DESC          PIC X(30).
001090     05  PUT-BINM-ZONE          PIC X(03).
001100     05  PUT-BINM-UOM           PIC X(03).
001110     05  PUT-BINM-MAX-CAP       PIC 9(09).
001120     05  PUT-BINM-ACT-FLAG      PIC X(01).
001130         88  PUT-BINM-REC-ACTIVE            VALUE "A".
001140     05  PUT-BINM-REORDER-PT    PIC 9(09).
001150     05  PUT-BINM-REORDER-QTY   PIC 9(09).
001160     05  FILLER                 PIC X(59).
001170*
001180*    CONTROL CARD - COLUMN 1 "Y" SPLITS OVER-CAPACITY RECEIPTS.
001190*    ANYTHING ELSE, OR NO CARD, PASSES THE DELIVERY THROUGH TO
001200*    ARRMOVEP UNCHANGED, SO THE STEP CAN STAY IN THE JOB AND BE
001210*    TURNED OFF FROM THE CARD ALONE.
001220 FD  PUT-CTL-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  PUT-CTL-REC.
001260     05  PUT-CTL-SPLIT-SW       PIC X(01).
001270         88  PUT-CTL-SPLIT                  VALUE "Y".
001280     05  FILLER                 PIC X(79).
001290*
001300 FD  PUT-DIR-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 01  PUT-DIR-REC                PIC X(132).
001340*
001350 FD  PUT-NRM-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380 01  PUT-NRM-REC                PIC X(132).
001390*
001400*    UNIT CONVERSION ROW - LAYOUT MUST MATCH ARRAYDEMO'S
001410*    ARR-UOM-REC.
001420 FD  PUT-UOM-FILE
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD.
001450 01  PUT-UOM-REC.
001460     05  PUT-UOM-KEY.
001470         10  PUT-UOM-CODE       PIC X(09).
001480         10  PUT-UOM-FROM-UNIT  PIC X(03).
001490     05  PUT-UOM-FACTOR         PIC 9(07).
001500     05  FILLER                 PIC X(61).
001510*
001520 WORKING-STORAGE SECTION.
001530*
001540*    MOVEMENT TRANSACTION RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
001550*    ARR-MOVE-REC.
001560 01  PUT-MOVE-REC.
001570     05  PUT-MOVE-TYPE          PIC X(01).
001580         88  PUT-MOVE-RECEIPT               VALUE "R".
001590         88  PUT-MOVE-ISSUE                 VALUE "I".
001600         88  PUT-MOVE-TYPE-VALID            VALUES "R" "I" "A".
001610     05  PUT-MOVE-BIN-KEY.
001620         10  PUT-MOVE-WHSE-CODE PIC X(03).
001630         10  PUT-MOVE-BIN-CODE  PIC X(09).
001640     05  PUT-MOVE-QTY           PIC S9(09)
001650                                SIGN IS LEADING SEPARATE.
001660     05  PUT-MOVE-DOC-NO        PIC X(10).
001670     05  PUT-MOVE-BATCH-ID      PIC X(08).
001680     05  PUT-MOVE-LOT-NO        PIC X(10).
001690     05  PUT-MOVE-EXP-DATE      PIC X(06).
001700     05  PUT-MOVE-ORDER-NO      PIC X(10).
001710     05  PUT-MOVE-PO-LINE       PIC X(03).
001720     05  PUT-MOVE-PUT-FLAG      PIC X(01).
001730     05  PUT-MOVE-UOM           PIC X(03).
001740     05  FILLER                 PIC X(58).
001750*
001760*    ONE PART OF A SPLIT RECEIPT - A COPY OF THE RECEIPT WITH
001770*    ITS BIN, QUANTITY AND SPLIT FLAG REPLACED.
001780 01  PUT-PART-REC.
001790     05  PUT-PART-TYPE          PIC X(01).
001800     05  PUT-PART-BIN-KEY.
001810         10  PUT-PART-WHSE-CODE PIC X(03).
001820         10  PUT-PART-BIN-CODE  PIC X(09).
001830     05  PUT-PART-QTY           PIC S9(09)
001840                                SIGN IS LEADING SEPARATE.
001850     05  PUT-PART-DOC-NO        PIC X(10).
001860     05  PUT-PART-BATCH-ID      PIC X(08).
001870     05  PUT-PART-LOT-NO        PIC X(10).
001880     05  PUT-PART-EXP-DATE      PIC X(06).
001890     05  PUT-PART-ORDER-NO      PIC X(10).
001900     05  PUT-PART-PO-LINE       PIC X(03).
001910     05  PUT-PART-PUT-FLAG      PIC X(01).
001920     05  PUT-PART-UOM           PIC X(03).
001930     05  FILLER                 PIC X(58).
001940*
001950*---------------------------------------------------------------
001960*    BIN TABLE - ONE ENTRY PER ARRSNAP(0) ROW IN ITS OWN
001970*    ASCENDING WAREHOUSE/BIN SEQUENCE, WITH THE MASTER ATTRIBUTES
001980*    BESIDE IT.  PUT-BIN-ONHAND IS THE PROJECTED ON-HAND - IT
001990*    MOVES WITH EVERY MOVEMENT THE POSTING RUN WILL APPLY, SO A
002000*    LATER RECEIPT SEES THE ROOM AN EARLIER ONE TOOK.
002010*---------------------------------------------------------------
002020 01  PUT-BIN-TABLE.
002030     05  PUT-BIN-COUNT      PIC 9(04)   COMP.
002040     05  PUT-BIN-ENTRY      OCCURS 1 TO 1000 TIMES
002050                            DEPENDING ON PUT-BIN-COUNT
002060                            ASCENDING KEY IS PUT-BIN-KEY
002070                            INDEXED BY PUT-BIN-IDX.
002080         10  PUT-BIN-KEY.
002090             15  PUT-BIN-WHSE   PIC X(03)   VALUE SPACES.
002100             15  PUT-BIN-CODE   PIC X(09)   VALUE SPACES.
002110         10  PUT-BIN-ONHAND     PIC S9(11)  VALUE 0.
002120         10  PUT-BIN-CAP        PIC 9(09)   VALUE 0.
002130         10  PUT-BIN-ZONE       PIC X(03)   VALUE SPACES.
002140         10  PUT-BIN-DESC       PIC X(30)   VALUE SPACES.
002150         10  PUT-BIN-UOM        PIC X(03)   VALUE SPACES.
002160         10  PUT-BIN-MSTR-SW    PIC X(01)   VALUE "N".
002170             88  PUT-BIN-ON-MASTER          VALUE "Y".
002180         10  PUT-BIN-ACT-SW     PIC X(01)   VALUE "N".
002190             88  PUT-BIN-ACTIVE             VALUE "A".
002200 77  PUT-BIN-MAX-ENTRIES    PIC 9(04)   VALUE 1000.
002210 77  PUT-BIN-PREV-KEY       PIC X(12)   VALUE LOW-VALUES.
002220*
002230*    CAPACITY OF A BIN WITH NO MASTER ROW - MUST MATCH
002240*    ARRAYDEMO'S ARR-MAX-CAPACITY.
002250 77  PUT-MAX-CAPACITY       PIC 9(09)   VALUE 000100000.
002260*
002270*---------------------------------------------------------------
002280*    UNIT CONVERSION TABLE - ARRUOM, IN ASCENDING BIN CODE AND
002290*    UNIT SEQUENCE FOR A SEARCH ALL.  A MISSING ARRUOM LEAVES IT
002300*    EMPTY, AND ONLY STOCKING-UNIT MOVEMENTS ARE PROJECTED.
002310*---------------------------------------------------------------
002320 01  PUT-UOM-TABLE.
002330     05  PUT-UOM-COUNT      PIC 9(04)   COMP.
002340     05  PUT-UOM-ENTRY      OCCURS 1 TO 2000 TIMES
002350                            DEPENDING ON PUT-UOM-COUNT
002360                            ASCENDING KEY IS PUT-UOM-TBL-KEY
002370                            INDEXED BY PUT-UOM-IDX.
002380         10  PUT-UOM-TBL-KEY.
002390             15  PUT-UOM-TBL-CODE   PIC X(09)  VALUE SPACES.
002400             15  PUT-UOM-TBL-UNIT   PIC X(03)  VALUE SPACES.
002410         10  PUT-UOM-TBL-FACTOR PIC 9(07)  VALUE 0.
002420 77  PUT-UOM-MAX-ENTRIES    PIC 9(04)   VALUE 2000.
002430 77  PUT-UOM-PREV-KEY       PIC X(12)   VALUE SPACES.
002440 01  PUT-UOM-LOOKUP-KEY.
002450     05  PUT-UOM-LOOKUP-CODE    PIC X(09)   VALUE SPACES.
002460     05  PUT-UOM-LOOKUP-UNIT    PIC X(03)   VALUE SPACES.
002470*
002480 01  PUT-MOVE-STATUS            PIC X(02)   VALUE SPACES.
002490     88  PUT-MOVE-NOT-FOUND                 VALUE "35".
002500 01  PUT-SNAP-STATUS            PIC X(02)   VALUE SPACES.
002510     88  PUT-SNAP-NOT-FOUND                 VALUE "35".
002520 01  PUT-BINM-STATUS            PIC X(02)   VALUE SPACES.
002530 01  PUT-CTL-STATUS             PIC X(02)   VALUE SPACES.
002540     88  PUT-CTL-NOT-FOUND                  VALUE "35".
002550 01  PUT-UOM-STATUS             PIC X(02)   VALUE SPACES.
002560     88  PUT-UOM-NOT-FOUND                  VALUE "35".
002570 77  PUT-UOM-EOF-SW             PIC X(01)   VALUE "N".
002580     88  PUT-UOM-EOF                        VALUE "Y".
002590 77  PUT-MOVE-EOF-SW            PIC X(01)   VALUE "N".
002600     88  PUT-MOVE-EOF                       VALUE "Y".
002610 77  PUT-SNAP-EOF-SW            PIC X(01)   VALUE "N".
002620     88  PUT-SNAP-EOF                       VALUE "Y".
002630 77  PUT-SPLIT-SW               PIC X(01)   VALUE "N".
002640     88  PUT-SPLITTING                      VALUE "Y".
002650*
002660*    SPLIT WORK FIELDS.
002670 01  PUT-LOOKUP-KEY.
002680     05  PUT-LOOKUP-WHSE        PIC X(03)   VALUE SPACES.
002690     05  PUT-LOOKUP-CODE        PIC X(09)   VALUE SPACES.
002700 77  PUT-LOOKUP-SW              PIC X(01)   VALUE "N".
002710     88  PUT-LOOKUP-FOUND                   VALUE "Y".
002720 77  PUT-TGT-SUB                PIC 9(04)   COMP VALUE 0.
002730 77  PUT-SCAN-SUB               PIC 9(04)   COMP VALUE 0.
002740 77  PUT-PLACE-SUB              PIC 9(04)   COMP VALUE 0.
002750 77  PUT-BEST-SUB               PIC 9(04)   COMP VALUE 0.
002760 77  PUT-NEW-WORK               PIC S9(11)  VALUE 0.
002770 77  PUT-REMAIN                 PIC S9(11)  VALUE 0.
002780 77  PUT-PLACE-QTY              PIC S9(11)  VALUE 0.
002790 77  PUT-CAND-FREE              PIC S9(11)  VALUE 0.
002800 77  PUT-BEST-FREE              PIC S9(11)  VALUE 0.
002810 77  PUT-CAND-SAME-SW           PIC X(01)   VALUE "N".
002820     88  PUT-CAND-SAME                      VALUE "Y".
002830 77  PUT-BEST-SAME-SW           PIC X(01)   VALUE "N".
002840     88  PUT-BEST-SAME                      VALUE "Y".
002850 77  PUT-PLACE-NOTE             PIC X(20)   VALUE SPACES.
002860 77  PUT-NRM-REASON             PIC X(40)   VALUE SPACES.
002870*    UNIT WORK FIELDS - FACTORS ARE STOCKING UNITS PER STATED
002880*    UNIT FOR THE BIN NAMED; A SPLIT COUNTS IN STATED UNITS.
002890 77  PUT-FAC-SUB                PIC 9(04)   COMP VALUE 0.
002900 77  PUT-FAC-WORK               PIC 9(07)   VALUE 0.
002910 77  PUT-FAC-SW                 PIC X(01)   VALUE "N".
002920     88  PUT-FAC-FOUND                      VALUE "Y".
002930 77  PUT-MOVE-FACTOR            PIC 9(07)   VALUE 0.
002940 77  PUT-PLACE-FACTOR           PIC 9(07)   VALUE 0.
002950 77  PUT-BEST-FACTOR            PIC 9(07)   VALUE 0.
002960 77  PUT-STOCK-QTY              PIC S9(16)  VALUE 0.
002970 77  PUT-STATED-UOM             PIC X(03)   VALUE SPACES.
002980*
002990 77  PUT-READ-COUNT             PIC 9(06)   VALUE 0.
003000 77  PUT-WRITE-COUNT            PIC 9(06)   VALUE 0.
003010 77  PUT-SPLIT-COUNT            PIC 9(05)   VALUE 0.
003020 77  PUT-DIRECTIVE-COUNT        PIC 9(05)   VALUE 0.
003030 77  PUT-NOROOM-COUNT           PIC 9(05)   VALUE 0.
003040 77  PUT-NOROOM-QTY             PIC 9(11)   VALUE 0.
003050 77  PUT-RUN-RC                 PIC 9(02)   VALUE 0.
003060*
003070 01  PUT-RUN-DATE.
003080     05  PUT-RUN-YY             PIC 9(02).
003090     05  PUT-RUN-MM             PIC 9(02).
003100     05  PUT-RUN-DD             PIC 9(02).
003110*
003120*---------------------------------------------------------------
003130*    ARRPUTD DIRECTIVE SHEET LINE LAYOUTS - ONE BLOCK PER SPLIT
003140*    RECEIPT, THE TARGET BIN FIRST AND THEN EACH OVERFLOW BIN
003150*    IN THE ORDER THE STOCK IS TO BE PUT AWAY.
003160*---------------------------------------------------------------
003170 01  PUT-DIR-HDR-LINE.
003180     05  FILLER                 PIC X(20)
003190                                 VALUE "ARRPUTA".
003200     05  PUT-DIR-HDR-TITLE      PIC X(35)
003210                                 VALUE "PUTAWAY DIRECTIVES".
003220     05  FILLER                 PIC X(10)
003230                                 VALUE "RUN DATE:".
003240     05  PUT-DIR-HDR-MM         PIC 99.
003250     05  FILLER                 PIC X(01) VALUE "/".
003260     05  PUT-DIR-HDR-DD         PIC 99.
003270     05  FILLER                 PIC X(01) VALUE "/".
003280     05  PUT-DIR-HDR-YY         PIC 99.
003290     05  FILLER                 PIC X(59) VALUE SPACES.
003300*
003310 01  PUT-DIR-RCPT-LINE.
003320     05  FILLER                 PIC X(04) VALUE SPACES.
003330     05  FILLER                 PIC X(12) VALUE "RECEIPT DOC".
003340     05  PUT-DIR-RCPT-DOC       PIC X(10).
003350     05  FILLER                 PIC X(02) VALUE SPACES.
003360     05  FILLER                 PIC X(05) VALUE "WHSE".
003370     05  PUT-DIR-RCPT-WHSE      PIC X(03).
003380     05  FILLER                 PIC X(02) VALUE SPACES.
003390     05  FILLER                 PIC X(04) VALUE "BIN".
003400     05  PUT-DIR-RCPT-CODE      PIC X(09).
003410     05  FILLER                 PIC X(02) VALUE SPACES.
003420     05  FILLER                 PIC X(05) VALUE "ZONE".
003430     05  PUT-DIR-RCPT-ZONE      PIC X(03).
003440     05  FILLER                 PIC X(02) VALUE SPACES.
003450     05  FILLER                 PIC X(13) VALUE "QTY RECEIVED".
003460     05  PUT-DIR-RCPT-QTY       PIC ZZZ,ZZZ,ZZ9.
003470     05  FILLER                 PIC X(01) VALUE SPACES.
003480     05  PUT-DIR-RCPT-UOM       PIC X(03).
003490     05  FILLER                 PIC X(02) VALUE SPACES.
003500     05  FILLER                 PIC X(04) VALUE "LOT".
003510     05  PUT-DIR-RCPT-LOT       PIC X(10).
003520     05  FILLER                 PIC X(25) VALUE SPACES.
003530*
003540 01  PUT-DIR-PUT-LINE.
003550     05  FILLER                 PIC X(08) VALUE SPACES.
003560     05  FILLER                 PIC X(10) VALUE "PUT AWAY".
003570     05  PUT-DIR-PUT-QTY        PIC ZZZ,ZZZ,ZZ9.
003580     05  FILLER                 PIC X(01) VALUE SPACES.
003590     05  PUT-DIR-PUT-UOM        PIC X(03).
003600     05  FILLER                 PIC X(02) VALUE SPACES.
003610     05  FILLER                 PIC X(09) VALUE "INTO BIN".
003620     05  PUT-DIR-PUT-CODE       PIC X(09).
003630     05  FILLER                 PIC X(02) VALUE SPACES.
003640     05  FILLER                 PIC X(14) VALUE "ON HAND AFTER".
003650     05  PUT-DIR-PUT-AFTER      PIC ZZZ,ZZZ,ZZ9.
003660     05  FILLER                 PIC X(02) VALUE SPACES.
003670     05  FILLER                 PIC X(09) VALUE "CAPACITY".
003680     05  PUT-DIR-PUT-CAP        PIC ZZZ,ZZZ,ZZ9.
003690     05  FILLER                 PIC X(01) VALUE SPACES.
003700     05  PUT-DIR-PUT-STK-UOM    PIC X(03).
003710     05  FILLER                 PIC X(02) VALUE SPACES.
003720     05  PUT-DIR-PUT-NOTE       PIC X(20).
003730     05  FILLER                 PIC X(04) VALUE SPACES.
003740*
003750 01  PUT-DIR-NRM-LINE.
003760     05  FILLER                 PIC X(08) VALUE SPACES.
003770     05  FILLER                 PIC X(10) VALUE "NO ROOM".
003780     05  PUT-DIR-NRM-QTY        PIC ZZZ,ZZZ,ZZ9.
003790     05  FILLER                 PIC X(01) VALUE SPACES.
003800     05  PUT-DIR-NRM-UOM        PIC X(03).
003810     05  FILLER                 PIC X(02) VALUE SPACES.
003820     05  FILLER                 PIC X(60)
003830         VALUE "- LEAVE ON THE DOCK, SEE THE NO-ROOM LISTING".
003840     05  FILLER                 PIC X(37) VALUE SPACES.
003850*
003860 01  PUT-DIR-TOT-LINE.
003870     05  FILLER                 PIC X(04) VALUE SPACES.
003880     05  FILLER                 PIC X(16)
003890                                 VALUE "RECEIPTS SPLIT:".
003900     05  PUT-DIR-TOT-SPLIT      PIC ZZZZ9.
003910     05  FILLER                 PIC X(02) VALUE SPACES.
003920     05  FILLER                 PIC X(12) VALUE "DIRECTIVES:".
003930     05  PUT-DIR-TOT-DIR        PIC ZZZZ9.
003940     05  FILLER                 PIC X(02) VALUE SPACES.
003950     05  FILLER                 PIC X(09) VALUE "NO ROOM:".
003960     05  PUT-DIR-TOT-NRM        PIC ZZZZ9.
003970     05  FILLER                 PIC X(72) VALUE SPACES.
003980*
003990 01  PUT-MSG-LINE.
004000     05  FILLER                 PIC X(04) VALUE SPACES.
004010     05  PUT-MSG-TEXT           PIC X(80).
004020     05  FILLER                 PIC X(48) VALUE SPACES.
004030*
004040 01  PUT-BLANK-LINE             PIC X(132)  VALUE SPACES.
004050*
004060*---------------------------------------------------------------
004070*    ARRPUTN NO-ROOM LISTING LINE LAYOUTS.
004080*---------------------------------------------------------------
004090 01  PUT-NRM-COL-LINE.
004100     05  FILLER                 PIC X(04) VALUE SPACES.
004110     05  FILLER                 PIC X(12) VALUE "DOC NO".
004120     05  FILLER                 PIC X(05) VALUE "WHSE".
004130     05  FILLER                 PIC X(11) VALUE "BIN CODE".
004140     05  FILLER                 PIC X(06) VALUE "ZONE".
004150     05  FILLER                 PIC X(14) VALUE "    RECEIVED".
004160     05  FILLER                 PIC X(14) VALUE "      PLACED".
004170     05  FILLER                 PIC X(14) VALUE "     NO ROOM".
004180     05  FILLER                 PIC X(06) VALUE " UOM".
004190     05  FILLER                 PIC X(40) VALUE "REASON".
004200     05  FILLER                 PIC X(06) VALUE SPACES.
004210*
004220 01  PUT-NRM-DTL-LINE.
004230     05  FILLER                 PIC X(04) VALUE SPACES.
004240     05  PUT-NRM-DTL-DOC        PIC X(10).
004250     05  FILLER                 PIC X(02) VALUE SPACES.
004260     05  PUT-NRM-DTL-WHSE       PIC X(03).
004270     05  FILLER                 PIC X(02) VALUE SPACES.
004280     05  PUT-NRM-DTL-CODE       PIC X(09).
004290     05  FILLER                 PIC X(02) VALUE SPACES.
004300     05  PUT-NRM-DTL-ZONE       PIC X(03).
004310     05  FILLER                 PIC X(04) VALUE SPACES.
004320     05  PUT-NRM-DTL-RCVD       PIC ZZZ,ZZZ,ZZ9.
004330     05  FILLER                 PIC X(03) VALUE SPACES.
004340     05  PUT-NRM-DTL-PLACED     PIC ZZZ,ZZZ,ZZ9.
004350     05  FILLER                 PIC X(03) VALUE SPACES.
004360     05  PUT-NRM-DTL-NOROOM     PIC ZZZ,ZZZ,ZZ9.
004370     05  FILLER                 PIC X(01) VALUE SPACES.
004380     05  PUT-NRM-DTL-UOM        PIC X(03).
004390     05  FILLER                 PIC X(02) VALUE SPACES.
004400     05  PUT-NRM-DTL-REASON     PIC X(40).
004410     05  FILLER                 PIC X(08) VALUE SPACES.
004420*
004430 01  PUT-NRM-TOT-LINE.
004440     05  FILLER                 PIC X(04) VALUE SPACES.
004450     05  FILLER                 PIC X(23)
004460                                 VALUE "RECEIPTS WITH NO ROOM:".
004470     05  PUT-NRM-TOT-COUNT      PIC ZZZZ9.
004480     05  FILLER                 PIC X(02) VALUE SPACES.
004490     05  FILLER                 PIC X(20)
004500                                 VALUE "IN STOCKING UNITS:".
004510     05  PUT-NRM-TOT-QTY        PIC ZZZ,ZZZ,ZZ9.
004520     05  FILLER                 PIC X(67) VALUE SPACES.
004530*
004540 PROCEDURE DIVISION.
004550*
004560*===============================================================
004570* 0000-MAINLINE.
004580*===============================================================
004590 0000-MAINLINE.
004600     PERFORM 1000-INITIALIZE
004610         THRU 1000-INITIALIZE-EXIT.
004620     PERFORM 2000-PROCESS-MOVEMENT
004630         THRU 2000-PROCESS-MOVEMENT-EXIT
004640         UNTIL PUT-MOVE-EOF.
004650     PERFORM 8000-WRITE-TOTALS
004660         THRU 8000-WRITE-TOTALS-EXIT.
004670     PERFORM 9000-TERMINATE
004680         THRU 9000-TERMINATE-EXIT.
004690     STOP RUN.
004700*
004710*===============================================================
004720* 1000-INITIALIZE  -  OPEN THE FILES, READ THE CONTROL CARD AND,
004730*     WHEN SPLITTING, LOAD THE BIN TABLE.  WITHOUT A SNAPSHOT OR
004740*     A BIN MASTER THERE IS NO ROOM TO MEASURE, SO THE DELIVERY
004750*     PASSES THROUGH UNCHANGED AT RC=4 AND THE POSTING RUN
004760*     REJECTS WHAT WILL NOT FIT, AS IT ALWAYS HAS.
004770*===============================================================
004780 1000-INITIALIZE.
004790     MOVE 0 TO PUT-BIN-COUNT.
004800     OPEN OUTPUT PUT-OUT-FILE
004810                 PUT-DIR-FILE
004820                 PUT-NRM-FILE.
004830     ACCEPT PUT-RUN-DATE FROM DATE.
004840     MOVE PUT-RUN-MM TO PUT-DIR-HDR-MM.
004850     MOVE PUT-RUN-DD TO PUT-DIR-HDR-DD.
004860     MOVE PUT-RUN-YY TO PUT-DIR-HDR-YY.
004870     WRITE PUT-DIR-REC FROM PUT-DIR-HDR-LINE.
004880     MOVE "PUTAWAY NO-ROOM LISTING" TO PUT-DIR-HDR-TITLE.
004890     WRITE PUT-NRM-REC FROM PUT-DIR-HDR-LINE.
004900     WRITE PUT-NRM-REC FROM PUT-NRM-COL-LINE.
004910     OPEN INPUT PUT-MOVE-FILE.
004920     IF PUT-MOVE-NOT-FOUND
004930         DISPLAY "ARRPUTA - NO ARRMOVE MOVEMENT FILE - "
004940             "NOTHING TO PUT AWAY"
004950         SET PUT-MOVE-EOF TO TRUE
004960         GO TO 1000-INITIALIZE-EXIT
004970     END-IF.
004980     PERFORM 1100-READ-CONTROL-CARD
004990         THRU 1100-READ-CONTROL-CARD-EXIT.
005000     IF PUT-SPLITTING
005010         PERFORM 1200-LOAD-BINS
005020             THRU 1200-LOAD-BINS-EXIT
005030         PERFORM 1300-LOAD-UOM-TABLE
005040             THRU 1300-LOAD-UOM-TABLE-EXIT
005050     END-IF.
005060     IF NOT PUT-SPLITTING
005070         WRITE PUT-DIR-REC FROM PUT-MSG-LINE
005080     END-IF.
005090 1000-INITIALIZE-EXIT.
005100     EXIT.
005110*
005120 1100-READ-CONTROL-CARD.
005130     MOVE "PUTAWAY NOT REQUESTED - MOVEMENTS PASSED THROUGH "
005140         TO PUT-MSG-TEXT.
005150     OPEN INPUT PUT-CTL-FILE.
005160     IF PUT-CTL-NOT-FOUND
005170         GO TO 1100-READ-CONTROL-CARD-EXIT
005180     END-IF.
005190     READ PUT-CTL-FILE
005200         AT END
005210             MOVE SPACES TO PUT-CTL-REC
005220     END-READ.
005230     CLOSE PUT-CTL-FILE.
005240     IF PUT-CTL-SPLIT
005250         SET PUT-SPLITTING TO TRUE
005260     END-IF.
005270 1100-READ-CONTROL-CARD-EXIT.
005280     EXIT.
005290*
005300*===============================================================
005310* 1200-LOAD-BINS  -  LOAD ARRSNAP(0) INTO THE BIN TABLE AND
005320*     RESOLVE EACH BIN ON THE KEYED BIN MASTER (THE ARRZONE
005330*     PATTERN).  A BIN WITH NO MASTER ROW TAKES THE SYSTEM-WIDE
005340*     CAPACITY, AS IN THE POSTING RUN, AND HAS NO ZONE - IT IS
005350*     NEVER AN OVERFLOW BIN.
005360*===============================================================
005370 1200-LOAD-BINS.
005380     OPEN INPUT PUT-BINM-FILE.
005390     IF PUT-BINM-STATUS NOT = "00"
005400         DISPLAY "ARRPUTA - NO ARRBINM BIN MASTER - STATUS "
005410             PUT-BINM-STATUS
005420         MOVE "NO ARRBINM BIN MASTER - MOVEMENTS PASSED THROUGH"
005430             TO PUT-MSG-TEXT
005440         GO TO 1200-LOAD-BINS-REFUSE
005450     END-IF.
005460     OPEN INPUT PUT-SNAP-FILE.
005470     IF PUT-SNAP-NOT-FOUND
005480         CLOSE PUT-BINM-FILE
005490         DISPLAY "ARRPUTA - NO ARRSNAP SNAPSHOT"
005500         MOVE "NO ARRSNAP SNAPSHOT - MOVEMENTS PASSED THROUGH"
005510             TO PUT-MSG-TEXT
005520         GO TO 1200-LOAD-BINS-REFUSE
005530     END-IF.
005540     PERFORM 1210-READ-SNAP-REC
005550         THRU 1210-READ-SNAP-REC-EXIT
005560         UNTIL PUT-SNAP-EOF.
005570     CLOSE PUT-SNAP-FILE
005580           PUT-BINM-FILE.
005590     GO TO 1200-LOAD-BINS-EXIT.
005600 1200-LOAD-BINS-REFUSE.
005610     MOVE "N" TO PUT-SPLIT-SW.
005620     MOVE 4 TO PUT-RUN-RC.
005630 1200-LOAD-BINS-EXIT.
005640     EXIT.
005650*
005660 1210-READ-SNAP-REC.
005670     READ PUT-SNAP-FILE
005680         AT END
005690             SET PUT-SNAP-EOF TO TRUE
005700             GO TO 1210-READ-SNAP-REC-EXIT
005710     END-READ.
005720     IF PUT-SNAP-BIN-KEY NOT > PUT-BIN-PREV-KEY
005730         DISPLAY "ARRPUTA - ARRSNAP ROW OUT OF SEQUENCE, "
005740             "SKIPPED: " PUT-SNAP-WHSE " " PUT-SNAP-CODE
005750         GO TO 1210-READ-SNAP-REC-EXIT
005760     END-IF.
005770     IF PUT-BIN-COUNT = PUT-BIN-MAX-ENTRIES
005780         DISPLAY "ARRPUTA - BIN TABLE FULL - SKIPPED: "
005790             PUT-SNAP-WHSE " " PUT-SNAP-CODE
005800         GO TO 1210-READ-SNAP-REC-EXIT
005810     END-IF.
005820     ADD 1 TO PUT-BIN-COUNT.
005830     MOVE PUT-SNAP-BIN-KEY TO PUT-BIN-KEY (PUT-BIN-COUNT)
005840                              PUT-BIN-PREV-KEY.
005850     MOVE PUT-SNAP-VAL     TO PUT-BIN-ONHAND (PUT-BIN-COUNT).
005860     MOVE PUT-MAX-CAPACITY TO PUT-BIN-CAP (PUT-BIN-COUNT).
005870     MOVE SPACES           TO PUT-BIN-ZONE (PUT-BIN-COUNT)
005880                              PUT-BIN-DESC (PUT-BIN-COUNT)
005890                              PUT-BIN-UOM (PUT-BIN-COUNT).
005900     MOVE "N"              TO PUT-BIN-MSTR-SW (PUT-BIN-COUNT)
005910                              PUT-BIN-ACT-SW (PUT-BIN-COUNT).
005920     MOVE PUT-SNAP-CODE TO PUT-BINM-CODE.
005930     READ PUT-BINM-FILE
005940         INVALID KEY
005950             GO TO 1210-READ-SNAP-REC-EXIT
005960     END-READ.
005970     MOVE "Y"              TO PUT-BIN-MSTR-SW (PUT-BIN-COUNT).
005980     MOVE PUT-BINM-MAX-CAP TO PUT-BIN-CAP (PUT-BIN-COUNT).
005990     MOVE PUT-BINM-ZONE    TO PUT-BIN-ZONE (PUT-BIN-COUNT).
006000     MOVE PUT-BINM-DESC    TO PUT-BIN-DESC (PUT-BIN-COUNT).
006010     MOVE PUT-BINM-UOM     TO PUT-BIN-UOM (PUT-BIN-COUNT).
006020     MOVE PUT-BINM-ACT-FLAG TO PUT-BIN-ACT-SW (PUT-BIN-COUNT).
006030 1210-READ-SNAP-REC-EXIT.
006040     EXIT.
006050*
006060*===============================================================
006070* 1300-LOAD-UOM-TABLE  -  LOAD ARRUOM FOR 7100-FIND-FACTOR.  A
006080*     MISSING ARRUOM LEAVES THE TABLE EMPTY; A ROW OUT OF
006090*     SEQUENCE OR WITH NO USABLE FACTOR IS SKIPPED, AS THE
006100*     POSTING RUN SKIPS IT.
006110*===============================================================
006120 1300-LOAD-UOM-TABLE.
006130     MOVE 0 TO PUT-UOM-COUNT.
006140     OPEN INPUT PUT-UOM-FILE.
006150     IF PUT-UOM-NOT-FOUND
006160         DISPLAY "ARRPUTA - NO ARRUOM CONVERSION TABLE - "
006170             "ONLY STOCKING-UNIT MOVEMENTS PROJECTED"
006180         GO TO 1300-LOAD-UOM-TABLE-EXIT
006190     END-IF.
006200     PERFORM 1310-READ-UOM-REC
006210         THRU 1310-READ-UOM-REC-EXIT
006220         UNTIL PUT-UOM-EOF
006230         OR PUT-UOM-COUNT = PUT-UOM-MAX-ENTRIES.
006240     CLOSE PUT-UOM-FILE.
006250 1300-LOAD-UOM-TABLE-EXIT.
006260     EXIT.
006270*
006280 1310-READ-UOM-REC.
006290     READ PUT-UOM-FILE
006300         AT END
006310             SET PUT-UOM-EOF TO TRUE
006320             GO TO 1310-READ-UOM-REC-EXIT
006330     END-READ.
006340     IF PUT-UOM-KEY NOT > PUT-UOM-PREV-KEY
006350         OR PUT-UOM-FACTOR NOT NUMERIC
006360         OR PUT-UOM-FACTOR = 0
006370         GO TO 1310-READ-UOM-REC-EXIT
006380     END-IF.
006390     ADD 1 TO PUT-UOM-COUNT.
006400     MOVE PUT-UOM-KEY TO PUT-UOM-TBL-KEY (PUT-UOM-COUNT)
006410                         PUT-UOM-PREV-KEY.
006420     MOVE PUT-UOM-FACTOR TO PUT-UOM-TBL-FACTOR (PUT-UOM-COUNT).
006430 1310-READ-UOM-REC-EXIT.
006440     EXIT.
006450*
006460*===============================================================
006470* 2000-PROCESS-MOVEMENT  -  PLAY ONE MOVEMENT AGAINST THE
006480*     PROJECTED ON-HAND THE WAY THE POSTING RUN WILL.  ONE IT
006490*     WILL REJECT (BAD TYPE OR QUANTITY, BIN NOT ON THE BOOK,
006500*     DRIVES THE BIN NEGATIVE, OR AN ADJUSTMENT OVER CAPACITY)
006510*     PASSES THROUGH UNTOUCHED AND MOVES NOTHING, SO THE
006520*     POSTING RUN STILL REJECTS IT TO SUSPENSE.  ONLY A RECEIPT
006530*     OVER CAPACITY IS SPLIT.  A STATED UNIT IS PROJECTED AT ITS
006540*     STOCKING-UNIT QUANTITY; ONE WITH NO CONVERSION PASSES
006550*     THROUGH, SINCE THE POSTING RUN WILL REJECT IT.
006560*===============================================================
006570 2000-PROCESS-MOVEMENT.
006580     READ PUT-MOVE-FILE INTO PUT-MOVE-REC
006590         AT END
006600             SET PUT-MOVE-EOF TO TRUE
006610             GO TO 2000-PROCESS-MOVEMENT-EXIT
006620     END-READ.
006630     ADD 1 TO PUT-READ-COUNT.
006640     IF NOT PUT-SPLITTING
006650         GO TO 2000-PROCESS-MOVEMENT-PASS
006660     END-IF.
006670     IF NOT PUT-MOVE-TYPE-VALID
006680         OR PUT-MOVE-QTY NOT NUMERIC
006690         GO TO 2000-PROCESS-MOVEMENT-PASS
006700     END-IF.
006710     MOVE PUT-MOVE-BIN-KEY TO PUT-LOOKUP-KEY.
006720     PERFORM 7000-FIND-BIN
006730         THRU 7000-FIND-BIN-EXIT.
006740     IF NOT PUT-LOOKUP-FOUND
006750         GO TO 2000-PROCESS-MOVEMENT-PASS
006760     END-IF.
006770     MOVE PUT-TGT-SUB TO PUT-FAC-SUB.
006780     PERFORM 7100-FIND-FACTOR
006790         THRU 7100-FIND-FACTOR-EXIT.
006800     IF NOT PUT-FAC-FOUND
006810         GO TO 2000-PROCESS-MOVEMENT-PASS
006820     END-IF.
006830     MOVE PUT-FAC-WORK TO PUT-MOVE-FACTOR.
006840     COMPUTE PUT-STOCK-QTY = PUT-MOVE-QTY * PUT-MOVE-FACTOR.
006850     IF PUT-STOCK-QTY > 999999999
006860         OR PUT-STOCK-QTY < -999999999
006870         GO TO 2000-PROCESS-MOVEMENT-PASS
006880     END-IF.
006890     IF PUT-MOVE-ISSUE
006900         COMPUTE PUT-NEW-WORK
006910             = PUT-BIN-ONHAND (PUT-TGT-SUB) - PUT-STOCK-QTY
006920     ELSE
006930         COMPUTE PUT-NEW-WORK
006940             = PUT-BIN-ONHAND (PUT-TGT-SUB) + PUT-STOCK-QTY
006950     END-IF.
006960     IF PUT-NEW-WORK < 0
006970         GO TO 2000-PROCESS-MOVEMENT-PASS
006980     END-IF.
006990     IF PUT-NEW-WORK NOT > PUT-BIN-CAP (PUT-TGT-SUB)
007000         MOVE PUT-NEW-WORK TO PUT-BIN-ONHAND (PUT-TGT-SUB)
007010         GO TO 2000-PROCESS-MOVEMENT-PASS
007020     END-IF.
007030     IF NOT PUT-MOVE-RECEIPT
007040         GO TO 2000-PROCESS-MOVEMENT-PASS
007050     END-IF.
007060     PERFORM 3000-SPLIT-RECEIPT
007070         THRU 3000-SPLIT-RECEIPT-EXIT.
007080     GO TO 2000-PROCESS-MOVEMENT-EXIT.
007090 2000-PROCESS-MOVEMENT-PASS.
007100     WRITE PUT-OUT-REC FROM PUT-MOVE-REC.
007110     ADD 1 TO PUT-WRITE-COUNT.
007120 2000-PROCESS-MOVEMENT-EXIT.
007130     EXIT.
007140*
007150*===============================================================
007160* 3000-SPLIT-RECEIPT  -  FILL THE TARGET BIN TO CAPACITY, THEN
007170*     HAND THE REST TO THE BEST OVERFLOW BIN AND REPEAT UNTIL IT
007180*     IS ALL PLACED OR THE ZONE HAS NO ROOM LEFT.  A REMAINDER
007190*     THAT FITS NOWHERE STAYS A RECEIPT TO THE TARGET BIN - THE
007200*     POSTING RUN HOLDS IT IN SUSPENSE AS OVER CAPACITY, WHERE
007210*     THE SUPERVISOR REDIRECTS IT THROUGH ARRSUSMT - AND GOES ON
007220*     THE NO-ROOM LISTING.  THE SPLIT COUNTS IN THE RECEIPT'S
007230*     STATED UNIT, SO EACH BIN TAKES ONLY AS MANY WHOLE STATED
007240*     UNITS AS FIT IN ITS STOCKING-UNIT ROOM.  A RECEIPT STATING
007250*     NO UNIT IS IN THE TARGET BIN'S STOCKING UNIT, AND IS GIVEN
007260*     THAT UNIT HERE, SO AN OVERFLOW BIN STOCKED IN ANOTHER UNIT
007270*     IS RATED AT ITS ARRUOM FACTOR AND EVERY PART NAMES THE UNIT
007280*     THE POSTING RUN MUST CONVERT FROM.
007290*===============================================================
007300 3000-SPLIT-RECEIPT.
007310     ADD 1 TO PUT-SPLIT-COUNT.
007320     MOVE PUT-MOVE-QTY TO PUT-REMAIN.
007330     IF PUT-MOVE-UOM = SPACES
007340         MOVE PUT-BIN-UOM (PUT-TGT-SUB) TO PUT-MOVE-UOM
007350     END-IF.
007360     MOVE PUT-MOVE-UOM TO PUT-STATED-UOM.
007370     WRITE PUT-DIR-REC FROM PUT-BLANK-LINE.
007380     MOVE PUT-MOVE-DOC-NO                TO PUT-DIR-RCPT-DOC.
007390     MOVE PUT-MOVE-WHSE-CODE             TO PUT-DIR-RCPT-WHSE.
007400     MOVE PUT-MOVE-BIN-CODE              TO PUT-DIR-RCPT-CODE.
007410     MOVE PUT-BIN-ZONE (PUT-TGT-SUB)     TO PUT-DIR-RCPT-ZONE.
007420     MOVE PUT-MOVE-QTY                   TO PUT-DIR-RCPT-QTY.
007430     MOVE PUT-STATED-UOM                 TO PUT-DIR-RCPT-UOM.
007440     MOVE PUT-MOVE-LOT-NO                TO PUT-DIR-RCPT-LOT.
007450     WRITE PUT-DIR-REC FROM PUT-DIR-RCPT-LINE.
007460     COMPUTE PUT-PLACE-QTY = (PUT-BIN-CAP (PUT-TGT-SUB)
007470                           - PUT-BIN-ONHAND (PUT-TGT-SUB))
007480                           / PUT-MOVE-FACTOR.
007490     IF PUT-PLACE-QTY > 0
007500         MOVE PUT-TGT-SUB  TO PUT-PLACE-SUB
007510         MOVE PUT-MOVE-FACTOR TO PUT-PLACE-FACTOR
007520         MOVE "TARGET BIN" TO PUT-PLACE-NOTE
007530         PERFORM 3500-PLACE-PART
007540             THRU 3500-PLACE-PART-EXIT
007550     END-IF.
007560     IF NOT PUT-BIN-ON-MASTER (PUT-TGT-SUB)
007570         MOVE "TARGET NOT ON ARRBINM - ZONE UNKNOWN"
007580             TO PUT-NRM-REASON
007590         GO TO 3000-SPLIT-RECEIPT-NOROOM
007600     END-IF.
007610     MOVE 1 TO PUT-BEST-SUB.
007620     PERFORM 3100-PLACE-OVERFLOW
007630         THRU 3100-PLACE-OVERFLOW-EXIT
007640         UNTIL PUT-REMAIN = 0
007650         OR PUT-BEST-SUB = 0.
007660     IF PUT-REMAIN = 0
007670         GO TO 3000-SPLIT-RECEIPT-EXIT
007680     END-IF.
007690     MOVE "NO ROOM IN ZONE - HELD IN SUSPENSE"
007700         TO PUT-NRM-REASON.
007710 3000-SPLIT-RECEIPT-NOROOM.
007720     MOVE PUT-MOVE-REC      TO PUT-PART-REC.
007730     MOVE PUT-REMAIN        TO PUT-PART-QTY.
007740     MOVE "P"               TO PUT-PART-PUT-FLAG.
007750     WRITE PUT-OUT-REC FROM PUT-PART-REC.
007760     ADD 1 TO PUT-WRITE-COUNT.
007770     MOVE PUT-REMAIN TO PUT-DIR-NRM-QTY.
007780     MOVE PUT-STATED-UOM TO PUT-DIR-NRM-UOM.
007790     WRITE PUT-DIR-REC FROM PUT-DIR-NRM-LINE.
007800     ADD 1 TO PUT-NOROOM-COUNT.
007810     COMPUTE PUT-NOROOM-QTY
007820         = PUT-NOROOM-QTY + PUT-REMAIN * PUT-MOVE-FACTOR.
007830     MOVE PUT-MOVE-DOC-NO            TO PUT-NRM-DTL-DOC.
007840     MOVE PUT-MOVE-WHSE-CODE         TO PUT-NRM-DTL-WHSE.
007850     MOVE PUT-MOVE-BIN-CODE          TO PUT-NRM-DTL-CODE.
007860     MOVE PUT-BIN-ZONE (PUT-TGT-SUB) TO PUT-NRM-DTL-ZONE.
007870     MOVE PUT-MOVE-QTY               TO PUT-NRM-DTL-RCVD.
007880     COMPUTE PUT-NRM-DTL-PLACED = PUT-MOVE-QTY - PUT-REMAIN.
007890     MOVE PUT-REMAIN                 TO PUT-NRM-DTL-NOROOM.
007900     MOVE PUT-STATED-UOM             TO PUT-NRM-DTL-UOM.
007910     MOVE PUT-NRM-REASON             TO PUT-NRM-DTL-REASON.
007920     WRITE PUT-NRM-REC FROM PUT-NRM-DTL-LINE.
007930     MOVE 4 TO PUT-RUN-RC.
007940 3000-SPLIT-RECEIPT-EXIT.
007950     EXIT.
007960*
007970 3100-PLACE-OVERFLOW.
007980     PERFORM 3200-FIND-BEST-BIN
007990         THRU 3200-FIND-BEST-BIN-EXIT.
008000     IF PUT-BEST-SUB = 0
008010         GO TO 3100-PLACE-OVERFLOW-EXIT
008020     END-IF.
008030     MOVE PUT-BEST-FREE TO PUT-PLACE-QTY.
008040     MOVE PUT-BEST-SUB  TO PUT-PLACE-SUB.
008050     MOVE PUT-BEST-FACTOR TO PUT-PLACE-FACTOR.
008060     IF PUT-BEST-SAME
008070         MOVE "OVERFLOW - SAME ITEM" TO PUT-PLACE-NOTE
008080     ELSE
008090         MOVE "OVERFLOW"             TO PUT-PLACE-NOTE
008100     END-IF.
008110     PERFORM 3500-PLACE-PART
008120         THRU 3500-PLACE-PART-EXIT.
008130 3100-PLACE-OVERFLOW-EXIT.
008140     EXIT.
008150*
008160*===============================================================
008170* 3200-FIND-BEST-BIN  -  THE BEST OVERFLOW BIN FOR THE TARGET
008180*     AT PUT-TGT-SUB: ANOTHER ACTIVE MASTER BIN ON THE BOOK IN
008190*     THE SAME WAREHOUSE AND ZONE WITH ROOM LEFT, ONE HOLDING THE
008200*     SAME ITEM DESCRIPTION AHEAD OF ANY OTHER, THEN THE MOST
008210*     FREE SPACE, THEN BIN SEQUENCE.  PUT-BEST-SUB COMES BACK
008220*     ZERO WHEN THE ZONE IS FULL.  FREE SPACE IS MEASURED IN
008230*     WHOLE STATED UNITS, AND A BIN WITH NO CONVERSION FOR THE
008240*     RECEIPT'S UNIT CANNOT TAKE ANY OF IT.
008250*===============================================================
008260 3200-FIND-BEST-BIN.
008270     MOVE 0   TO PUT-BEST-SUB.
008280     MOVE 0   TO PUT-BEST-FREE.
008290     MOVE "N" TO PUT-BEST-SAME-SW.
008300     PERFORM 3210-RATE-ONE-BIN
008310         THRU 3210-RATE-ONE-BIN-EXIT
008320         VARYING PUT-SCAN-SUB FROM 1 BY 1
008330         UNTIL PUT-SCAN-SUB > PUT-BIN-COUNT.
008340 3200-FIND-BEST-BIN-EXIT.
008350     EXIT.
008360*
008370 3210-RATE-ONE-BIN.
008380     IF PUT-SCAN-SUB = PUT-TGT-SUB
008390         OR PUT-BIN-WHSE (PUT-SCAN-SUB)
008400             NOT = PUT-BIN-WHSE (PUT-TGT-SUB)
008410         OR NOT PUT-BIN-ON-MASTER (PUT-SCAN-SUB)
008420         OR NOT PUT-BIN-ACTIVE (PUT-SCAN-SUB)
008430         OR PUT-BIN-ZONE (PUT-SCAN-SUB)
008440             NOT = PUT-BIN-ZONE (PUT-TGT-SUB)
008450         GO TO 3210-RATE-ONE-BIN-EXIT
008460     END-IF.
008470     MOVE PUT-SCAN-SUB TO PUT-FAC-SUB.
008480     PERFORM 7100-FIND-FACTOR
008490         THRU 7100-FIND-FACTOR-EXIT.
008500     IF NOT PUT-FAC-FOUND
008510         GO TO 3210-RATE-ONE-BIN-EXIT
008520     END-IF.
008530     COMPUTE PUT-CAND-FREE = (PUT-BIN-CAP (PUT-SCAN-SUB)
008540                           - PUT-BIN-ONHAND (PUT-SCAN-SUB))
008550                           / PUT-FAC-WORK.
008560     IF PUT-CAND-FREE NOT > 0
008570         GO TO 3210-RATE-ONE-BIN-EXIT
008580     END-IF.
008590     MOVE "N" TO PUT-CAND-SAME-SW.
008600     IF PUT-BIN-DESC (PUT-SCAN-SUB) = PUT-BIN-DESC (PUT-TGT-SUB)
008610         AND PUT-BIN-DESC (PUT-TGT-SUB) NOT = SPACES
008620         SET PUT-CAND-SAME TO TRUE
008630     END-IF.
008640     IF PUT-BEST-SUB = 0
008650         GO TO 3210-RATE-ONE-BIN-TAKE
008660     END-IF.
008670     IF PUT-CAND-SAME
008680         AND NOT PUT-BEST-SAME
008690         GO TO 3210-RATE-ONE-BIN-TAKE
008700     END-IF.
008710     IF PUT-CAND-SAME-SW = PUT-BEST-SAME-SW
008720         AND PUT-CAND-FREE > PUT-BEST-FREE
008730         GO TO 3210-RATE-ONE-BIN-TAKE
008740     END-IF.
008750     GO TO 3210-RATE-ONE-BIN-EXIT.
008760 3210-RATE-ONE-BIN-TAKE.
008770     MOVE PUT-SCAN-SUB     TO PUT-BEST-SUB.
008780     MOVE PUT-CAND-FREE    TO PUT-BEST-FREE.
008790     MOVE PUT-CAND-SAME-SW TO PUT-BEST-SAME-SW.
008800     MOVE PUT-FAC-WORK     TO PUT-BEST-FACTOR.
008810 3210-RATE-ONE-BIN-EXIT.
008820     EXIT.
008830*
008840*===============================================================
008850* 3500-PLACE-PART  -  PUT UP TO PUT-PLACE-QTY OF THE REMAINDER
008860*     INTO THE BIN AT PUT-PLACE-SUB: WRITE THE PART AS A RECEIPT
008870*     UNDER THE ORIGINAL DOCUMENT NUMBER, FLAGGED AS A SPLIT, AND
008880*     PRINT ITS DIRECTIVE LINE.  THE PART IS IN STATED UNITS;
008890*     THE BIN'S ON-HAND MOVES BY ITS STOCKING-UNIT EQUIVALENT.
008900*===============================================================
008910 3500-PLACE-PART.
008920     IF PUT-PLACE-QTY > PUT-REMAIN
008930         MOVE PUT-REMAIN TO PUT-PLACE-QTY
008940     END-IF.
008950     COMPUTE PUT-BIN-ONHAND (PUT-PLACE-SUB)
008960         = PUT-BIN-ONHAND (PUT-PLACE-SUB)
008970         + PUT-PLACE-QTY * PUT-PLACE-FACTOR.
008980     SUBTRACT PUT-PLACE-QTY FROM PUT-REMAIN.
008990     MOVE PUT-MOVE-REC      TO PUT-PART-REC.
009000     MOVE PUT-BIN-KEY (PUT-PLACE-SUB) TO PUT-PART-BIN-KEY.
009010     MOVE PUT-PLACE-QTY     TO PUT-PART-QTY.
009020     MOVE "P"               TO PUT-PART-PUT-FLAG.
009030     WRITE PUT-OUT-REC FROM PUT-PART-REC.
009040     ADD 1 TO PUT-WRITE-COUNT.
009050     MOVE PUT-PLACE-QTY                  TO PUT-DIR-PUT-QTY.
009060     MOVE PUT-STATED-UOM                 TO PUT-DIR-PUT-UOM.
009070     MOVE PUT-BIN-UOM (PUT-PLACE-SUB)    TO PUT-DIR-PUT-STK-UOM.
009080     MOVE PUT-BIN-CODE (PUT-PLACE-SUB)   TO PUT-DIR-PUT-CODE.
009090     MOVE PUT-BIN-ONHAND (PUT-PLACE-SUB) TO PUT-DIR-PUT-AFTER.
009100     MOVE PUT-BIN-CAP (PUT-PLACE-SUB)    TO PUT-DIR-PUT-CAP.
009110     MOVE PUT-PLACE-NOTE                 TO PUT-DIR-PUT-NOTE.
009120     WRITE PUT-DIR-REC FROM PUT-DIR-PUT-LINE.
009130     ADD 1 TO PUT-DIRECTIVE-COUNT.
009140 3500-PLACE-PART-EXIT.
009150     EXIT.
009160*
009170*===============================================================
009180* 7000-FIND-BIN  -  RESOLVE PUT-LOOKUP-KEY TO ITS BIN TABLE
009190*     ENTRY, LEAVING THE SUBSCRIPT IN PUT-TGT-SUB.
009200*===============================================================
009210 7000-FIND-BIN.
009220     MOVE "N" TO PUT-LOOKUP-SW.
009230     MOVE 0 TO PUT-TGT-SUB.
009240     IF PUT-BIN-COUNT = 0
009250         GO TO 7000-FIND-BIN-EXIT
009260     END-IF.
009270     SEARCH ALL PUT-BIN-ENTRY
009280         AT END
009290             CONTINUE
009300         WHEN PUT-BIN-KEY (PUT-BIN-IDX) = PUT-LOOKUP-KEY
009310             SET PUT-LOOKUP-FOUND TO TRUE
009320             SET PUT-TGT-SUB TO PUT-BIN-IDX
009330     END-SEARCH.
009340 7000-FIND-BIN-EXIT.
009350     EXIT.
009360*
009370*===============================================================
009380* 7100-FIND-FACTOR  -  THE FACTOR FROM THE MOVEMENT'S STATED
009390*     UNIT TO THE STOCKING UNIT OF THE BIN AT PUT-FAC-SUB, IN
009400*     PUT-FAC-WORK.  NO UNIT, OR THE BIN'S OWN STOCKING UNIT,
009410*     IS ONE; ANY OTHER UNIT NEEDS ITS ARRUOM ROW FOR THAT BIN.
009420*===============================================================
009430 7100-FIND-FACTOR.
009440     MOVE "N" TO PUT-FAC-SW.
009450     MOVE 1   TO PUT-FAC-WORK.
009460     IF PUT-MOVE-UOM = SPACES
009470         OR PUT-MOVE-UOM = PUT-BIN-UOM (PUT-FAC-SUB)
009480         SET PUT-FAC-FOUND TO TRUE
009490         GO TO 7100-FIND-FACTOR-EXIT
009500     END-IF.
009510     IF PUT-UOM-COUNT = 0
009520         GO TO 7100-FIND-FACTOR-EXIT
009530     END-IF.
009540     MOVE PUT-BIN-CODE (PUT-FAC-SUB) TO PUT-UOM-LOOKUP-CODE.
009550     MOVE PUT-MOVE-UOM               TO PUT-UOM-LOOKUP-UNIT.
009560     SEARCH ALL PUT-UOM-ENTRY
009570         AT END
009580             CONTINUE
009590         WHEN PUT-UOM-TBL-KEY (PUT-UOM-IDX) = PUT-UOM-LOOKUP-KEY
009600             SET PUT-FAC-FOUND TO TRUE
009610             MOVE PUT-UOM-TBL-FACTOR (PUT-UOM-IDX)
009620                 TO PUT-FAC-WORK
009630     END-SEARCH.
009640 7100-FIND-FACTOR-EXIT.
009650     EXIT.
009660*
009670*===============================================================
009680* 8000-WRITE-TOTALS  -  TRAILERS FOR BOTH LISTINGS.
009690*===============================================================
009700 8000-WRITE-TOTALS.
009710     WRITE PUT-DIR-REC FROM PUT-BLANK-LINE.
009720     MOVE PUT-SPLIT-COUNT     TO PUT-DIR-TOT-SPLIT.
009730     MOVE PUT-DIRECTIVE-COUNT TO PUT-DIR-TOT-DIR.
009740     MOVE PUT-NOROOM-COUNT    TO PUT-DIR-TOT-NRM.
009750     WRITE PUT-DIR-REC FROM PUT-DIR-TOT-LINE.
009760     IF PUT-NOROOM-COUNT = 0
009770         MOVE "NONE - EVERY RECEIPT WAS PUT AWAY IN FULL"
009780             TO PUT-MSG-TEXT
009790         WRITE PUT-NRM-REC FROM PUT-MSG-LINE
009800     END-IF.
009810     MOVE PUT-NOROOM-COUNT    TO PUT-NRM-TOT-COUNT.
009820     MOVE PUT-NOROOM-QTY      TO PUT-NRM-TOT-QTY.
009830     WRITE PUT-NRM-REC FROM PUT-NRM-TOT-LINE.
009840 8000-WRITE-TOTALS-EXIT.
009850     EXIT.
009860*
009870*===============================================================
009880* 9000-TERMINATE  -  CLOSE UP AND SET THE CONDITION CODE - 4
009890*     WHEN A RECEIPT HAD NO ROOM OR NOTHING COULD BE MEASURED,
009900*     0 OTHERWISE.  NEITHER STOPS THE POSTING STEP.
009910*===============================================================
009920 9000-TERMINATE.
009930     IF NOT PUT-MOVE-NOT-FOUND
009940         CLOSE PUT-MOVE-FILE
009950     END-IF.
009960     CLOSE PUT-OUT-FILE
009970           PUT-DIR-FILE
009980           PUT-NRM-FILE.
009990     DISPLAY "ARRPUTA - MOVEMENTS READ " PUT-READ-COUNT
010000         " WRITTEN " PUT-WRITE-COUNT
010010         " RECEIPTS SPLIT " PUT-SPLIT-COUNT
010020         " NO ROOM " PUT-NOROOM-COUNT
010030         " RC " PUT-RUN-RC.
010040     MOVE PUT-RUN-RC TO RETURN-CODE.
010050 9000-TERMINATE-EXIT.
010060     EXIT.

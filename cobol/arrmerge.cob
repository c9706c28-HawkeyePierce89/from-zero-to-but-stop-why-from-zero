000330*                  RECORDS IT ON ARRRLOG AND REFUSES TO POST
000340*                  THE SAME BATCH TWICE, SO A RERUN AFTER AN
000350*                  ABEND CANNOT DOUBLE A DAY'S LOAD.
000360* 10/15/26   RLH   UNIT-OF-MEASURE CONVERSION.  A FEED DETAIL MAY
000370*                  STATE ITS UNIT IN COLUMNS 23-25; THE QUANTITY
000380*                  IS CONVERTED TO THE BIN'S STOCKING UNIT
000390*                  THROUGH THE ARRUOM TABLE (OR THE ARRBINM
000400*                  STOCKING UNIT ITSELF) BEFORE IT IS MERGED OR
000410*                  SUMMED, AND DROPPED IF THE UNIT HAS NO
000420*                  CONVERSION.  EACH CONVERSION IS LISTED ON
000430*                  ARRMLST, AND ARROUT CARRIES THE QUANTITY AND
000440*                  UNIT AS STATED FOR ARRAYDEMO'S ARRAUD.
000450*===============================================================
000460*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
000510*
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT MRG-FEED1-FILE  ASSIGN TO ARRFEED1
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS MRG-FEED1-STATUS.
000570     SELECT MRG-FEED2-FILE  ASSIGN TO ARRFEED2
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS MRG-FEED2-STATUS.
000600     SELECT MRG-FEED3-FILE  ASSIGN TO ARRFEED3
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS MRG-FEED3-STATUS.
000630     SELECT MRG-CTL-FILE    ASSIGN TO ARRMCTL
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS MRG-CTL-STATUS.
000660     SELECT MRG-OUT-FILE    ASSIGN TO ARROUT
000670         ORGANIZATION IS SEQUENTIAL.
000680     SELECT MRG-LIST-FILE   ASSIGN TO ARRMLST
000690         ORGANIZATION IS SEQUENTIAL.
000700     SELECT MRG-UOM-FILE    ASSIGN TO ARRUOM
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS MRG-UOM-STATUS.
000730     SELECT MRG-BINM-FILE   ASSIGN TO ARRBINM
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS MRG-BINM-CODE
000770         FILE STATUS IS MRG-BINM-STATUS.
000780*
000790 DATA DIVISION.
000800 FILE SECTION.
000810*
000820*    SUPPLIER FEED RECORDS - ARRIN LAYOUT.  A FEED MAY CARRY ITS
000830*    OWN "H" HEADER RECORD, WHICH IS RECOGNIZED AND IGNORED -
000840*    THE OUTPUT HEADER COUNT IS ALWAYS GENERATED HERE, NEVER
000850*    COPIED FROM A FEED.
000860 FD  MRG-FEED1-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD.
000890 01  MRG-FEED1-REC              PIC X(80).
000900*
000910 FD  MRG-FEED2-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 01  MRG-FEED2-REC              PIC X(80).
000950*
000960 FD  MRG-FEED3-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 01  MRG-FEED3-REC              PIC X(80).
001000*
001010*    CONTROL CARD - COLUMNS 1-4 GIVE THE DUPLICATE RULE, "SUM "
001020*    TO ADD DUPLICATE QUANTITIES TOGETHER OR "LAST" TO LET THE
001030*    LAST FEED FILE READ WIN.  A MISSING ARRMCTL DEFAULTS TO SUM.
001040 FD  MRG-CTL-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 01  MRG-CTL-REC.
001080     05  MRG-CTL-RULE           PIC X(04).
001090     05  FILLER                 PIC X(76).
001100*
001110*    CONSOLIDATED ARRIN OUTPUT - HEADER THEN SORTED DETAILS.
001120 FD  MRG-OUT-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD.
001150 01  MRG-OUT-HEADER-REC.
001160     05  MRG-OUT-HDR-TYPE       PIC X(01).
001170     05  MRG-OUT-ELEM-COUNT     PIC 9(04).
001180*    BATCH IDENTIFIER - MMDDHHMM OF THIS CONSOLIDATION RUN,
001190*    APPENDED IN WHAT WAS FILLER.  ARRAYDEMO REFUSES A BATCH
001200*    IT HAS ALREADY POSTED.
001210     05  MRG-OUT-BATCH-ID       PIC X(08).
001220     05  FILLER                 PIC X(67).
001230 01  MRG-OUT-DETAIL-REC.
001240     05  MRG-OUT-DTL-TYPE       PIC X(01).
001250     05  MRG-OUT-BIN-KEY.
001260         10  MRG-OUT-WHSE-CODE  PIC X(03).
001270         10  MRG-OUT-BIN-CODE   PIC X(09).
001280     05  MRG-OUT-BIN-VALUE      PIC 9(09).
001290*    THE VALUE IS ALWAYS IN THE STOCKING UNIT, SO THE UNIT IS
001300*    WRITTEN BLANK; A CONVERTED DETAIL CARRIES THE QUANTITY AND
001310*    UNIT THE FEED STATED, FOR ARRAYDEMO'S ARRAUD.
001320     05  MRG-OUT-UOM            PIC X(03).
001330     05  MRG-OUT-ORIG-VALUE     PIC 9(09).
001340     05  MRG-OUT-ORIG-UOM       PIC X(03).
001350     05  FILLER                 PIC X(43).
001360*
001370 FD  MRG-LIST-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 01  MRG-LIST-REC               PIC X(132).
001410*
001420*    UNIT CONVERSION ROW - ONE PER BIN AND STATED UNIT, IN
001430*    ASCENDING BIN CODE AND UNIT SEQUENCE, GIVING THE NUMBER OF
001440*    STOCKING UNITS IN ONE OF THE STATED UNIT.  LAYOUT MUST
001450*    MATCH ARRAYDEMO'S ARR-UOM-REC.
001460 FD  MRG-UOM-FILE
001470     RECORDING MODE IS F
001480     LABEL RECORDS ARE STANDARD.
001490 01  MRG-UOM-REC.
001500     05  MRG-UOM-KEY.
001510         10  MRG-UOM-CODE       PIC X(09).
001520         10  MRG-UOM-FROM-UNIT  PIC X(03).
001530     05  MRG-UOM-FACTOR         PIC 9(07).
001540     05  FILLER                 PIC X(61).
001550*
001560*    BIN MASTER RECORD - THE ARRBINM KSDS, READ DIRECTLY BY BIN
001570*    CODE FOR THE BIN'S STOCKING UNIT.  LAYOUT MUST MATCH
001580*    ARRAYDEMO'S ARR-BINM-REC.
001590 FD  MRG-BINM-FILE
001600     LABEL RECORDS ARE STANDARD.
001610 01  MRG-BINM-REC.
001620     05  MRG-BINM-CODE          PIC X(09).
001630     05  MRG-BINM-DESC          PIC X(30).
001640     05  MRG-BINM-ZONE          PIC X(03).
001650     05  MRG-BINM-UOM           PIC X(03).
001660     05  MRG-BINM-MAX-CAP       PIC 9(09).
001670     05  MRG-BINM-ACT-FLAG      PIC X(01).
001680     05  FILLER                 PIC X(77).
001690*
001700 WORKING-STORAGE SECTION.
001710*---------------------------------------------------------------
001720*    MERGE TABLE - ONE ENTRY PER DISTINCT WAREHOUSE-PLUS-BIN
001730*    KEY, KEPT IN ASCENDING KEY SEQUENCE BY INSERTING EACH FEED
001740*    DETAIL AT ITS PROPER PLACE.  SIZED FOR THREE FULL FEEDS OF
001750*    ARRAYDEMO'S 1000-ENTRY ARRAY.
001760*---------------------------------------------------------------
001770 01  MRG-TABLE.
001780     05  MRG-COUNT          PIC 9(04)   COMP.
001790     05  MRG-ENTRY          OCCURS 1 TO 3000 TIMES
001800                            DEPENDING ON MRG-COUNT
001810                            INDEXED BY MRG-IDX.
001820         10  MRG-KEY.
001830             15  MRG-WHSE   PIC X(03)   VALUE SPACES.
001840             15  MRG-CODE   PIC X(09)   VALUE SPACES.
001850         10  MRG-VALUE      PIC 9(09)   VALUE 0.
001860         10  MRG-ORIG-VALUE PIC 9(09)   VALUE 0.
001870         10  MRG-ORIG-UOM   PIC X(03)   VALUE SPACES.
001880 77  MRG-MAX-ENTRIES        PIC 9(04)   VALUE 3000.
001890*
001900*---------------------------------------------------------------
001910*    FEED FILE CONTROLS.  THE CURRENT FEED'S RECORD IS MOVED TO
001920*    MRG-WORK-REC SO ONE SET OF MERGE PARAGRAPHS SERVES ALL
001930*    THREE FILES.
001940*---------------------------------------------------------------
001950 01  MRG-WORK-REC.
001960     05  MRG-WRK-TYPE           PIC X(01).
001970         88  MRG-WRK-IS-DETAIL              VALUE "D".
001980         88  MRG-WRK-IS-HEADER              VALUE "H".
001990     05  MRG-WRK-BIN-KEY.
002000         10  MRG-WRK-WHSE       PIC X(03).
002010         10  MRG-WRK-CODE       PIC X(09).
002020     05  MRG-WRK-VALUE          PIC 9(09).
002030     05  MRG-WRK-UOM            PIC X(03).
002040     05  FILLER                 PIC X(55).
002050*
002060 01  MRG-FEED1-STATUS           PIC X(02)   VALUE SPACES.
002070     88  MRG-FEED1-NOT-FOUND                VALUE "35".
002080 01  MRG-FEED2-STATUS           PIC X(02)   VALUE SPACES.
002090     88  MRG-FEED2-NOT-FOUND                VALUE "35".
002100 01  MRG-FEED3-STATUS           PIC X(02)   VALUE SPACES.
002110     88  MRG-FEED3-NOT-FOUND                VALUE "35".
002120 01  MRG-CTL-STATUS             PIC X(02)   VALUE SPACES.
002130     88  MRG-CTL-NOT-FOUND                  VALUE "35".
002140 77  MRG-FEED-EOF-SW            PIC X(01)   VALUE "N".
002150     88  MRG-FEED-EOF                       VALUE "Y".
002160 77  MRG-CUR-FEED               PIC 9(01)   VALUE 0.
002170*
002180*---------------------------------------------------------------
002190*    UNIT CONVERSION - ARRUOM LOADED AT INITIALIZATION FOR A
002200*    SEARCH ALL ON BIN CODE AND UNIT, AND ARRBINM OPENED FOR THE
002210*    BIN'S OWN STOCKING UNIT.  EITHER MAY BE MISSING - A FEED
002220*    THAT STATES NO UNIT MERGES AS BEFORE, AND ONE THAT STATES A
002230*    UNIT NEITHER CAN CONVERT IS DROPPED.
002240*---------------------------------------------------------------
002250 01  MRG-UOM-TABLE.
002260     05  MRG-UOM-COUNT      PIC 9(04)   COMP.
002270     05  MRG-UOM-ENTRY      OCCURS 1 TO 2000 TIMES
002280                            DEPENDING ON MRG-UOM-COUNT
002290                            ASCENDING KEY IS MRG-UOM-TBL-KEY
002300                            INDEXED BY MRG-UOM-IDX.
002310         10  MRG-UOM-TBL-KEY.
002320             15  MRG-UOM-TBL-CODE   PIC X(09)  VALUE SPACES.
002330             15  MRG-UOM-TBL-UNIT   PIC X(03)  VALUE SPACES.
002340         10  MRG-UOM-TBL-FACTOR PIC 9(07)  VALUE 0.
002350 77  MRG-UOM-MAX-ENTRIES        PIC 9(04)   VALUE 2000.
002360 01  MRG-UOM-STATUS             PIC X(02)   VALUE SPACES.
002370     88  MRG-UOM-NOT-FOUND                  VALUE "35".
002380 77  MRG-UOM-EOF-SW             PIC X(01)   VALUE "N".
002390     88  MRG-UOM-EOF                        VALUE "Y".
002400 77  MRG-UOM-PREV-KEY           PIC X(12)   VALUE SPACES.
002410 01  MRG-UOM-LOOKUP-KEY.
002420     05  MRG-UOM-LOOKUP-CODE    PIC X(09)   VALUE SPACES.
002430     05  MRG-UOM-LOOKUP-UNIT    PIC X(03)   VALUE SPACES.
002440 77  MRG-UOM-FOUND-SW           PIC X(01)   VALUE "N".
002450     88  MRG-UOM-FOUND                      VALUE "Y".
002460 77  MRG-UOM-DROP-SW            PIC X(01)   VALUE "N".
002470     88  MRG-UOM-DROPPED                    VALUE "Y".
002480 77  MRG-UOM-FACTOR-WORK        PIC 9(07)   VALUE 0.
002490 77  MRG-UOM-CONV-WORK          PIC 9(16)   VALUE 0.
002500 77  MRG-CNV-ORIG-VALUE         PIC 9(09)   VALUE 0.
002510 77  MRG-CNV-ORIG-UOM           PIC X(03)   VALUE SPACES.
002520 77  MRG-STOCK-UOM              PIC X(03)   VALUE SPACES.
002530 77  MRG-CNV-COUNT              PIC 9(04)   VALUE 0.
002540 01  MRG-BINM-STATUS            PIC X(02)   VALUE SPACES.
002550 77  MRG-BINM-AVAIL-SW          PIC X(01)   VALUE "N".
002560     88  MRG-BINM-AVAIL                     VALUE "Y".
002570*
002580*---------------------------------------------------------------
002590*    DUPLICATE RULE - FROM THE ARRMCTL CONTROL CARD.
002600*---------------------------------------------------------------
002610 77  MRG-RULE-SW                PIC X(04)   VALUE "SUM ".
002620     88  MRG-RULE-SUM                       VALUE "SUM ".
002630     88  MRG-RULE-LAST                      VALUE "LAST".
002640*
002650*---------------------------------------------------------------
002660*    MERGE CONTROLS AND COUNTERS.
002670*---------------------------------------------------------------
002680 77  MRG-INS-POS                PIC 9(04)   VALUE 0.
002690 77  MRG-SCAN-SUB               PIC 9(04)   VALUE 0.
002700 77  MRG-SHIFT-SUB              PIC 9(04)   VALUE 0.
002710 77  MRG-MATCH-SW               PIC X(01)   VALUE "N".
002720     88  MRG-KEY-MATCHED                    VALUE "Y".
002730 77  MRG-READ-COUNT             PIC 9(04)   VALUE 0.
002740 77  MRG-HDR-COUNT              PIC 9(04)   VALUE 0.
002750 77  MRG-DROP-COUNT             PIC 9(04)   VALUE 0.
002760 77  MRG-DUP-COUNT              PIC 9(04)   VALUE 0.
002770 77  MRG-SUM-WORK               PIC 9(10)   VALUE 0.
002780*
002790 01  MRG-RUN-DATE.
002800     05  MRG-RUN-YY             PIC 9(02).
002810     05  MRG-RUN-MM             PIC 9(02).
002820     05  MRG-RUN-DD             PIC 9(02).
002830*
002840 01  MRG-RUN-TIME.
002850     05  MRG-RUN-HH             PIC 9(02).
002860     05  MRG-RUN-MIN            PIC 9(02).
002870     05  MRG-RUN-SS             PIC 9(02).
002880     05  MRG-RUN-HS             PIC 9(02).
002890*
002900*    BATCH IDENTIFIER FOR THIS CONSOLIDATION - MONTH, DAY,
002910*    HOUR, MINUTE OF THE RUN.  UNIQUE FOR ANY SCHEDULE SHORT
002920*    OF TWO CONSOLIDATIONS IN THE SAME MINUTE.
002930 01  MRG-BATCH-ID.
002940     05  MRG-BATCH-MM           PIC 9(02).
002950     05  MRG-BATCH-DD           PIC 9(02).
002960     05  MRG-BATCH-HH           PIC 9(02).
002970     05  MRG-BATCH-MIN          PIC 9(02).
002980*
002990*---------------------------------------------------------------
003000*    ARRMLST LISTING LINE LAYOUTS.
003010*---------------------------------------------------------------
003020 01  MRG-LST-HDR-LINE.
003030     05  FILLER                 PIC X(20)
003040                                 VALUE "ARRMERGE".
003050     05  FILLER                 PIC X(30)
003060                                 VALUE "SUPPLIER FEED MERGE".
003070     05  FILLER                 PIC X(10)
003080                                 VALUE "RUN DATE:".
003090     05  MRG-LST-HDR-MM         PIC 99.
003100     05  FILLER                 PIC X(01) VALUE "/".
003110     05  MRG-LST-HDR-DD         PIC 99.
003120     05  FILLER                 PIC X(01) VALUE "/".
003130     05  MRG-LST-HDR-YY         PIC 99.
003140     05  FILLER                 PIC X(64) VALUE SPACES.
003150*
003160 01  MRG-LST-RULE-LINE.
003170     05  FILLER                 PIC X(04) VALUE SPACES.
003180     05  FILLER                 PIC X(16)
003190                                 VALUE "DUPLICATE RULE:".
003200     05  MRG-LST-RULE-TXT       PIC X(30).
003210     05  FILLER                 PIC X(82) VALUE SPACES.
003220*
003230 01  MRG-LST-FEED-LINE.
003240     05  FILLER                 PIC X(04) VALUE SPACES.
003250     05  FILLER                 PIC X(05) VALUE "FEED".
003260     05  MRG-LST-FEED-NO        PIC 9(01).
003270     05  FILLER                 PIC X(08) VALUE " - READ".
003280     05  MRG-LST-FEED-READ      PIC ZZZ9.
003290     05  FILLER                 PIC X(10)
003300                                 VALUE "  HEADERS".
003310     05  MRG-LST-FEED-HDRS      PIC ZZZ9.
003320     05  FILLER                 PIC X(10)
003330                                 VALUE "  DROPPED".
003340     05  MRG-LST-FEED-DROP      PIC ZZZ9.
003350     05  FILLER                 PIC X(82) VALUE SPACES.
003360*
003370 01  MRG-LST-MISS-LINE.
003380     05  FILLER                 PIC X(04) VALUE SPACES.
003390     05  FILLER                 PIC X(05) VALUE "FEED".
003400     05  MRG-LST-MISS-NO        PIC 9(01).
003410     05  FILLER                 PIC X(40)
003420         VALUE " - NO DATASET SUPPLIED, SKIPPED".
003430     05  FILLER                 PIC X(82) VALUE SPACES.
003440*
003450 01  MRG-LST-DROP-LINE.
003460     05  FILLER                 PIC X(04) VALUE SPACES.
003470     05  FILLER                 PIC X(13)
003480                                 VALUE "DROPPED FEED".
003490     05  MRG-LST-DROP-FEED      PIC 9(01).
003500     05  FILLER                 PIC X(02) VALUE SPACES.
003510     05  MRG-LST-DROP-WHSE      PIC X(03).
003520     05  FILLER                 PIC X(02) VALUE SPACES.
003530     05  MRG-LST-DROP-CODE      PIC X(09).
003540     05  FILLER                 PIC X(02) VALUE SPACES.
003550     05  MRG-LST-DROP-RSN       PIC X(40).
003560     05  FILLER                 PIC X(56) VALUE SPACES.
003570*
003580 01  MRG-LST-DUP-LINE.
003590     05  FILLER                 PIC X(04) VALUE SPACES.
003600     05  FILLER                 PIC X(15)
003610                                 VALUE "DUPLICATE KEY".
003620     05  MRG-LST-DUP-WHSE       PIC X(03).
003630     05  FILLER                 PIC X(02) VALUE SPACES.
003640     05  MRG-LST-DUP-CODE       PIC X(09).
003650     05  FILLER                 PIC X(03) VALUE SPACES.
003660     05  MRG-LST-DUP-ACT        PIC X(40).
003670     05  FILLER                 PIC X(56) VALUE SPACES.
003680*
003690 01  MRG-LST-CNV-LINE.
003700     05  FILLER                 PIC X(04) VALUE SPACES.
003710     05  FILLER                 PIC X(15)
003720                                 VALUE "CONVERTED FEED".
003730     05  MRG-LST-CNV-FEED       PIC 9(01).
003740     05  FILLER                 PIC X(02) VALUE SPACES.
003750     05  MRG-LST-CNV-WHSE       PIC X(03).
003760     05  FILLER                 PIC X(02) VALUE SPACES.
003770     05  MRG-LST-CNV-CODE       PIC X(09).
003780     05  FILLER                 PIC X(02) VALUE SPACES.
003790     05  MRG-LST-CNV-ORIG       PIC ZZZ,ZZZ,ZZ9.
003800     05  FILLER                 PIC X(01) VALUE SPACES.
003810     05  MRG-LST-CNV-ORIG-UOM   PIC X(03).
003820     05  FILLER                 PIC X(03) VALUE " X ".
003830     05  MRG-LST-CNV-FACTOR     PIC Z,ZZZ,ZZ9.
003840     05  FILLER                 PIC X(03) VALUE " = ".
003850     05  MRG-LST-CNV-QTY        PIC ZZZ,ZZZ,ZZ9.
003860     05  FILLER                 PIC X(01) VALUE SPACES.
003870     05  MRG-LST-CNV-STOCK-UOM  PIC X(03).
003880     05  FILLER                 PIC X(49) VALUE SPACES.
003890*
003900 01  MRG-LST-BATCH-LINE.
003910     05  FILLER                 PIC X(04) VALUE SPACES.
003920     05  FILLER                 PIC X(16)
003930         VALUE "BATCH ID:".
003940     05  MRG-LST-BATCH-TXT      PIC X(08).
003950     05  FILLER                 PIC X(104) VALUE SPACES.
003960*
003970 01  MRG-LST-TOT-LINE.
003980     05  FILLER                 PIC X(04) VALUE SPACES.
003990     05  FILLER                 PIC X(26)
004000         VALUE "DETAILS WRITTEN TO ARROUT:".
004010     05  MRG-LST-TOT-CNT        PIC ZZZ9.
004020     05  FILLER                 PIC X(23)
004030         VALUE "  DUPLICATES RESOLVED:".
004040     05  MRG-LST-TOT-DUP        PIC ZZZ9.
004050     05  FILLER                 PIC X(34)
004060         VALUE "  HEADER COUNT GENERATED TO MATCH".
004070     05  FILLER                 PIC X(37) VALUE SPACES.
004080*
004090 01  MRG-LST-CNV-TOT-LINE.
004100     05  FILLER                 PIC X(04) VALUE SPACES.
004110     05  FILLER                 PIC X(36)
004120         VALUE "DETAILS CONVERTED TO STOCKING UNIT:".
004130     05  MRG-LST-CNV-TOT        PIC ZZZ9.
004140     05  FILLER                 PIC X(88) VALUE SPACES.
004150*
004160 PROCEDURE DIVISION.
004170*
004180*===============================================================
004190* 0000-MAINLINE.
004200*===============================================================
004210 0000-MAINLINE.
004220     PERFORM 1000-INITIALIZE
004230         THRU 1000-INITIALIZE-EXIT.
004240     PERFORM 2100-PROCESS-FEED1
004250         THRU 2100-PROCESS-FEED1-EXIT.
004260     PERFORM 2200-PROCESS-FEED2
004270         THRU 2200-PROCESS-FEED2-EXIT.
004280     PERFORM 2300-PROCESS-FEED3
004290         THRU 2300-PROCESS-FEED3-EXIT.
004300     PERFORM 4000-WRITE-OUTPUT
004310         THRU 4000-WRITE-OUTPUT-EXIT.
004320     PERFORM 9000-TERMINATE
004330         THRU 9000-TERMINATE-EXIT.
004340     STOP RUN.
004350*
004360*===============================================================
004370* 1000-INITIALIZE  -  OPEN THE LISTING AND OUTPUT FILES, STAMP
004380*     THE LISTING HEADING, READ THE DUPLICATE RULE FROM THE
004390*     ARRMCTL CONTROL CARD, AND LOAD WHAT THE UNIT CONVERSION
004400*     NEEDS.
004410*===============================================================
004420 1000-INITIALIZE.
004430     OPEN OUTPUT MRG-LIST-FILE.
004440     OPEN OUTPUT MRG-OUT-FILE.
004450     MOVE 0 TO MRG-COUNT.
004460     ACCEPT MRG-RUN-DATE FROM DATE.
004470     ACCEPT MRG-RUN-TIME FROM TIME.
004480     MOVE MRG-RUN-MM  TO MRG-BATCH-MM.
004490     MOVE MRG-RUN-DD  TO MRG-BATCH-DD.
004500     MOVE MRG-RUN-HH  TO MRG-BATCH-HH.
004510     MOVE MRG-RUN-MIN TO MRG-BATCH-MIN.
004520     MOVE MRG-RUN-MM TO MRG-LST-HDR-MM.
004530     MOVE MRG-RUN-DD TO MRG-LST-HDR-DD.
004540     MOVE MRG-RUN-YY TO MRG-LST-HDR-YY.
004550     WRITE MRG-LIST-REC FROM MRG-LST-HDR-LINE.
004560     PERFORM 1100-READ-CONTROL-CARD
004570         THRU 1100-READ-CONTROL-CARD-EXIT.
004580     IF MRG-RULE-SUM
004590         MOVE "SUM DUPLICATE QUANTITIES" TO MRG-LST-RULE-TXT
004600     ELSE
004610         MOVE "LAST FEED FILE WINS" TO MRG-LST-RULE-TXT
004620     END-IF.
004630     WRITE MRG-LIST-REC FROM MRG-LST-RULE-LINE.
004640     MOVE MRG-BATCH-ID TO MRG-LST-BATCH-TXT.
004650     WRITE MRG-LIST-REC FROM MRG-LST-BATCH-LINE.
004660     PERFORM 1200-LOAD-UOM-TABLE
004670         THRU 1200-LOAD-UOM-TABLE-EXIT.
004680     OPEN INPUT MRG-BINM-FILE.
004690     IF MRG-BINM-STATUS = "00"
004700         SET MRG-BINM-AVAIL TO TRUE
004710     ELSE
004720         DISPLAY "ARRMERGE - NO ARRBINM BIN MASTER - STATUS "
004730             MRG-BINM-STATUS " - UNITS CONVERT BY ARRUOM ONLY"
004740     END-IF.
004750 1000-INITIALIZE-EXIT.
004760     EXIT.
004770*
004780*===============================================================
004790* 1100-READ-CONTROL-CARD  -  READ THE DUPLICATE RULE FROM
004800*     ARRMCTL.  A MISSING FILE, AN EMPTY FILE OR AN UNRECOGNIZED
004810*     RULE ALL FALL BACK TO THE DEFAULT OF SUM.
004820*===============================================================
004830 1100-READ-CONTROL-CARD.
004840     MOVE "SUM " TO MRG-RULE-SW.
004850     OPEN INPUT MRG-CTL-FILE.
004860     IF MRG-CTL-NOT-FOUND
004870         DISPLAY "ARRMERGE - NO ARRMCTL CONTROL CARD - "
004880             "DUPLICATE RULE DEFAULTS TO SUM"
004890         GO TO 1100-READ-CONTROL-CARD-EXIT
004900     END-IF.
004910     READ MRG-CTL-FILE
004920         AT END
004930             CLOSE MRG-CTL-FILE
004940             GO TO 1100-READ-CONTROL-CARD-EXIT
004950     END-READ.
004960     IF MRG-CTL-RULE = "SUM " OR "LAST"
004970         MOVE MRG-CTL-RULE TO MRG-RULE-SW
004980     ELSE
004990         DISPLAY "ARRMERGE - UNRECOGNIZED DUPLICATE RULE '"
005000             MRG-CTL-RULE "' - DEFAULTING TO SUM"
005010     END-IF.
005020     CLOSE MRG-CTL-FILE.
005030 1100-READ-CONTROL-CARD-EXIT.
005040     EXIT.
005050*
005060*===============================================================
005070* 1200-LOAD-UOM-TABLE  -  LOAD THE ARRUOM UNIT CONVERSION TABLE
005080*     FOR THE SEARCH ALL IN 3050.  A MISSING ARRUOM LEAVES THE
005090*     TABLE EMPTY; A ROW OUT OF ASCENDING SEQUENCE OR WITH NO
005100*     USABLE FACTOR IS SKIPPED RATHER THAN LOADED.
005110*===============================================================
005120 1200-LOAD-UOM-TABLE.
005130     MOVE 0 TO MRG-UOM-COUNT.
005140     OPEN INPUT MRG-UOM-FILE.
005150     IF MRG-UOM-NOT-FOUND
005160         DISPLAY "ARRMERGE - NO ARRUOM CONVERSION TABLE - "
005170             "ONLY STOCKING-UNIT FEEDS WILL MERGE"
005180         GO TO 1200-LOAD-UOM-TABLE-EXIT
005190     END-IF.
005200     PERFORM 1210-READ-UOM-REC
005210         THRU 1210-READ-UOM-REC-EXIT
005220         UNTIL MRG-UOM-EOF
005230         OR MRG-UOM-COUNT = MRG-UOM-MAX-ENTRIES.
005240     IF NOT MRG-UOM-EOF
005250         DISPLAY "ARRMERGE - UOM TABLE FULL - REMAINING "
005260             "ARRUOM ROWS NOT LOADED"
005270     END-IF.
005280     CLOSE MRG-UOM-FILE.
005290 1200-LOAD-UOM-TABLE-EXIT.
005300     EXIT.
005310*
005320 1210-READ-UOM-REC.
005330     READ MRG-UOM-FILE
005340         AT END
005350             SET MRG-UOM-EOF TO TRUE
005360             GO TO 1210-READ-UOM-REC-EXIT
005370     END-READ.
005380     IF MRG-UOM-KEY NOT > MRG-UOM-PREV-KEY
005390         DISPLAY "ARRMERGE - ARRUOM ROW OUT OF SEQUENCE, "
005400             "SKIPPED: " MRG-UOM-KEY
005410         GO TO 1210-READ-UOM-REC-EXIT
005420     END-IF.
005430     IF MRG-UOM-FACTOR NOT NUMERIC
005440     OR MRG-UOM-FACTOR = 0
005450         DISPLAY "ARRMERGE - ARRUOM FACTOR NOT USABLE, "
005460             "SKIPPED: " MRG-UOM-KEY
005470         GO TO 1210-READ-UOM-REC-EXIT
005480     END-IF.
005490     ADD 1 TO MRG-UOM-COUNT.
005500     MOVE MRG-UOM-KEY TO MRG-UOM-TBL-KEY (MRG-UOM-COUNT)
005510                         MRG-UOM-PREV-KEY.
005520     MOVE MRG-UOM-FACTOR TO MRG-UOM-TBL-FACTOR (MRG-UOM-COUNT).
005530 1210-READ-UOM-REC-EXIT.
005540     EXIT.
005550*
005560*===============================================================
005570* 2100-PROCESS-FEED1  -  READ EVERY RECORD OF ARRFEED1 THROUGH
005580*     THE COMMON MERGE PARAGRAPHS.  A FEED WHOSE DATASET IS NOT
005590*     SUPPLIED IS NOTED ON THE LISTING AND SKIPPED - A MONDAY
005600*     WITH ONLY TWO SUPPLIER FILES IS A NORMAL RUN.  2200/2300
005610*     ARE THE SAME PATTERN FOR ARRFEED2/ARRFEED3.
005620*===============================================================
005630 2100-PROCESS-FEED1.
005640     MOVE 1 TO MRG-CUR-FEED.
005650     PERFORM 2400-RESET-FEED-COUNTS
005660         THRU 2400-RESET-FEED-COUNTS-EXIT.
005670     OPEN INPUT MRG-FEED1-FILE.
005680     IF MRG-FEED1-NOT-FOUND
005690         PERFORM 2500-NOTE-MISSING-FEED
005700             THRU 2500-NOTE-MISSING-FEED-EXIT
005710         GO TO 2100-PROCESS-FEED1-EXIT
005720     END-IF.
005730     PERFORM 2110-READ-FEED1-REC
005740         THRU 2110-READ-FEED1-REC-EXIT
005750         UNTIL MRG-FEED-EOF.
005760     CLOSE MRG-FEED1-FILE.
005770     PERFORM 2600-WRITE-FEED-COUNTS
005780         THRU 2600-WRITE-FEED-COUNTS-EXIT.
005790 2100-PROCESS-FEED1-EXIT.
005800     EXIT.
005810*
005820 2110-READ-FEED1-REC.
005830     READ MRG-FEED1-FILE
005840         AT END
005850             SET MRG-FEED-EOF TO TRUE
005860             GO TO 2110-READ-FEED1-REC-EXIT
005870     END-READ.
005880     MOVE MRG-FEED1-REC TO MRG-WORK-REC.
005890     PERFORM 3000-MERGE-WORK-REC
005900         THRU 3000-MERGE-WORK-REC-EXIT.
005910 2110-READ-FEED1-REC-EXIT.
005920     EXIT.
005930*
005940 2200-PROCESS-FEED2.
005950     MOVE 2 TO MRG-CUR-FEED.
005960     PERFORM 2400-RESET-FEED-COUNTS
005970         THRU 2400-RESET-FEED-COUNTS-EXIT.
005980     OPEN INPUT MRG-FEED2-FILE.
005990     IF MRG-FEED2-NOT-FOUND
006000         PERFORM 2500-NOTE-MISSING-FEED
006010             THRU 2500-NOTE-MISSING-FEED-EXIT
006020         GO TO 2200-PROCESS-FEED2-EXIT
006030     END-IF.
006040     PERFORM 2210-READ-FEED2-REC
006050         THRU 2210-READ-FEED2-REC-EXIT
006060         UNTIL MRG-FEED-EOF.
006070     CLOSE MRG-FEED2-FILE.
006080     PERFORM 2600-WRITE-FEED-COUNTS
006090         THRU 2600-WRITE-FEED-COUNTS-EXIT.
006100 2200-PROCESS-FEED2-EXIT.
006110     EXIT.
006120*
006130 2210-READ-FEED2-REC.
006140     READ MRG-FEED2-FILE
006150         AT END
006160             SET MRG-FEED-EOF TO TRUE
006170             GO TO 2210-READ-FEED2-REC-EXIT
006180     END-READ.
006190     MOVE MRG-FEED2-REC TO MRG-WORK-REC.
006200     PERFORM 3000-MERGE-WORK-REC
006210         THRU 3000-MERGE-WORK-REC-EXIT.
006220 2210-READ-FEED2-REC-EXIT.
006230     EXIT.
006240*
006250 2300-PROCESS-FEED3.
006260     MOVE 3 TO MRG-CUR-FEED.
006270     PERFORM 2400-RESET-FEED-COUNTS
006280         THRU 2400-RESET-FEED-COUNTS-EXIT.
006290     OPEN INPUT MRG-FEED3-FILE.
006300     IF MRG-FEED3-NOT-FOUND
006310         PERFORM 2500-NOTE-MISSING-FEED
006320             THRU 2500-NOTE-MISSING-FEED-EXIT
006330         GO TO 2300-PROCESS-FEED3-EXIT
006340     END-IF.
006350     PERFORM 2310-READ-FEED3-REC
006360         THRU 2310-READ-FEED3-REC-EXIT
006370         UNTIL MRG-FEED-EOF.
006380     CLOSE MRG-FEED3-FILE.
006390     PERFORM 2600-WRITE-FEED-COUNTS
006400         THRU 2600-WRITE-FEED-COUNTS-EXIT.
006410 2300-PROCESS-FEED3-EXIT.
006420     EXIT.
006430*
006440 2310-READ-FEED3-REC.
006450     READ MRG-FEED3-FILE
006460         AT END
006470             SET MRG-FEED-EOF TO TRUE
006480             GO TO 2310-READ-FEED3-REC-EXIT
006490     END-READ.
006500     MOVE MRG-FEED3-REC TO MRG-WORK-REC.
006510     PERFORM 3000-MERGE-WORK-REC
006520         THRU 3000-MERGE-WORK-REC-EXIT.
006530 2310-READ-FEED3-REC-EXIT.
006540     EXIT.
006550*
006560 2400-RESET-FEED-COUNTS.
006570     SET MRG-FEED-EOF-SW TO "N".
006580     MOVE 0 TO MRG-READ-COUNT.
006590     MOVE 0 TO MRG-HDR-COUNT.
006600     MOVE 0 TO MRG-DROP-COUNT.
006610 2400-RESET-FEED-COUNTS-EXIT.
006620     EXIT.
006630*
006640 2500-NOTE-MISSING-FEED.
006650     MOVE MRG-CUR-FEED TO MRG-LST-MISS-NO.
006660     WRITE MRG-LIST-REC FROM MRG-LST-MISS-LINE.
006670 2500-NOTE-MISSING-FEED-EXIT.
006680     EXIT.
006690*
006700 2600-WRITE-FEED-COUNTS.
006710     MOVE MRG-CUR-FEED   TO MRG-LST-FEED-NO.
006720     MOVE MRG-READ-COUNT TO MRG-LST-FEED-READ.
006730     MOVE MRG-HDR-COUNT  TO MRG-LST-FEED-HDRS.
006740     MOVE MRG-DROP-COUNT TO MRG-LST-FEED-DROP.
006750     WRITE MRG-LIST-REC FROM MRG-LST-FEED-LINE.
006760 2600-WRITE-FEED-COUNTS-EXIT.
006770     EXIT.
006780*
006790*===============================================================
006800* 3000-MERGE-WORK-REC  -  FOLD ONE FEED RECORD INTO THE MERGE
006810*     TABLE.  A HEADER RECORD IS RECOGNIZED AND IGNORED; A
006820*     RECORD THAT IS NOT A VALID DETAIL, OR WHOSE QUANTITY IS
006830*     NOT NUMERIC, IS DROPPED TO THE LISTING; A STATED UNIT IS
006840*     CONVERTED TO THE STOCKING UNIT, OR THE RECORD DROPPED;
006850*     A DETAIL WHOSE KEY IS ALREADY ON THE TABLE IS RESOLVED BY
006860*     THE DUPLICATE RULE; ANYTHING ELSE IS INSERTED AT ITS PLACE
006870*     IN ASCENDING WAREHOUSE-PLUS-BIN-CODE SEQUENCE.
006880*===============================================================
006890 3000-MERGE-WORK-REC.
006900     ADD 1 TO MRG-READ-COUNT.
006910     IF MRG-WRK-IS-HEADER
006920         ADD 1 TO MRG-HDR-COUNT
006930         GO TO 3000-MERGE-WORK-REC-EXIT
006940     END-IF.
006950     IF NOT MRG-WRK-IS-DETAIL
006960         MOVE "RECORD IS NOT A VALID DETAIL RECORD"
006970             TO MRG-LST-DROP-RSN
006980         PERFORM 3500-DROP-WORK-REC
006990             THRU 3500-DROP-WORK-REC-EXIT
007000         GO TO 3000-MERGE-WORK-REC-EXIT
007010     END-IF.
007020     IF MRG-WRK-VALUE NOT NUMERIC
007030         MOVE "BIN QUANTITY IS NOT NUMERIC"
007040             TO MRG-LST-DROP-RSN
007050         PERFORM 3500-DROP-WORK-REC
007060             THRU 3500-DROP-WORK-REC-EXIT
007070         GO TO 3000-MERGE-WORK-REC-EXIT
007080     END-IF.
007090     PERFORM 3050-CONVERT-WORK-REC
007100         THRU 3050-CONVERT-WORK-REC-EXIT.
007110     IF MRG-UOM-DROPPED
007120         GO TO 3000-MERGE-WORK-REC-EXIT
007130     END-IF.
007140*    FIND THE INSERTION POINT - THE FIRST ENTRY WHOSE KEY IS
007150*    NOT LOW OF THE INCOMING KEY - OR A MATCHING ENTRY.
007160     SET MRG-MATCH-SW TO "N".
007170     MOVE 0 TO MRG-INS-POS.
007180     PERFORM 3100-SCAN-FOR-POSITION
007190         THRU 3100-SCAN-FOR-POSITION-EXIT
007200         VARYING MRG-SCAN-SUB FROM 1 BY 1
007210         UNTIL MRG-SCAN-SUB > MRG-COUNT
007220         OR MRG-INS-POS > 0.
007230     IF MRG-INS-POS = 0
007240         COMPUTE MRG-INS-POS = MRG-COUNT + 1
007250     END-IF.
007260     IF MRG-KEY-MATCHED
007270         PERFORM 3200-RESOLVE-DUPLICATE
007280             THRU 3200-RESOLVE-DUPLICATE-EXIT
007290         GO TO 3000-MERGE-WORK-REC-EXIT
007300     END-IF.
007310     IF MRG-COUNT = MRG-MAX-ENTRIES
007320         MOVE "MERGE TABLE FULL - RECORD NOT MERGED"
007330             TO MRG-LST-DROP-RSN
007340         PERFORM 3500-DROP-WORK-REC
007350             THRU 3500-DROP-WORK-REC-EXIT
007360         GO TO 3000-MERGE-WORK-REC-EXIT
007370     END-IF.
007380     PERFORM 3300-INSERT-AT-POSITION
007390         THRU 3300-INSERT-AT-POSITION-EXIT.
007400 3000-MERGE-WORK-REC-EXIT.
007410     EXIT.
007420*
007430*===============================================================
007440* 3050-CONVERT-WORK-REC  -  A DETAIL THAT STATES ITS UNIT HAS
007450*     ITS QUANTITY CONVERTED TO THE BIN'S STOCKING UNIT - AT ONE
007460*     WHEN THE UNIT IS THE ARRBINM STOCKING UNIT, ELSE BY THE
007470*     ARRUOM FACTOR - AND THE CONVERSION IS LISTED.  THE STATED
007480*     QUANTITY AND UNIT ARE KEPT IN MRG-CNV-ORIG-... FOR ARROUT.
007490*     A UNIT WITH NO CONVERSION, OR A RESULT TOO BIG FOR THE
007500*     FIELD, DROPS THE RECORD.
007510*===============================================================
007520 3050-CONVERT-WORK-REC.
007530     MOVE "N"    TO MRG-UOM-DROP-SW.
007540     MOVE 0      TO MRG-CNV-ORIG-VALUE.
007550     MOVE SPACES TO MRG-CNV-ORIG-UOM.
007560     IF MRG-WRK-UOM = SPACES
007570         GO TO 3050-CONVERT-WORK-REC-EXIT
007580     END-IF.
007590     MOVE "N"    TO MRG-UOM-FOUND-SW.
007600     MOVE SPACES TO MRG-STOCK-UOM.
007610     IF MRG-BINM-AVAIL
007620         MOVE MRG-WRK-CODE TO MRG-BINM-CODE
007630         READ MRG-BINM-FILE
007640             INVALID KEY
007650                 MOVE SPACES TO MRG-BINM-UOM
007660         END-READ
007670         MOVE MRG-BINM-UOM TO MRG-STOCK-UOM
007680         IF MRG-STOCK-UOM = MRG-WRK-UOM
007690             MOVE 1 TO MRG-UOM-FACTOR-WORK
007700             GO TO 3050-CONVERT-WORK-REC-CALC
007710         END-IF
007720     END-IF.
007730     IF MRG-UOM-COUNT = 0
007740         GO TO 3050-CONVERT-WORK-REC-NONE
007750     END-IF.
007760     MOVE MRG-WRK-CODE TO MRG-UOM-LOOKUP-CODE.
007770     MOVE MRG-WRK-UOM  TO MRG-UOM-LOOKUP-UNIT.
007780     SEARCH ALL MRG-UOM-ENTRY
007790         AT END
007800             GO TO 3050-CONVERT-WORK-REC-NONE
007810         WHEN MRG-UOM-TBL-KEY (MRG-UOM-IDX) = MRG-UOM-LOOKUP-KEY
007820             MOVE MRG-UOM-TBL-FACTOR (MRG-UOM-IDX)
007830                 TO MRG-UOM-FACTOR-WORK
007840     END-SEARCH.
007850 3050-CONVERT-WORK-REC-CALC.
007860     COMPUTE MRG-UOM-CONV-WORK
007870         = MRG-WRK-VALUE * MRG-UOM-FACTOR-WORK.
007880     IF MRG-UOM-CONV-WORK > 999999999
007890         MOVE "CONVERTED QUANTITY TOO LARGE FOR FIELD"
007900             TO MRG-LST-DROP-RSN
007910         GO TO 3050-CONVERT-WORK-REC-DROP
007920     END-IF.
007930     MOVE MRG-WRK-VALUE TO MRG-CNV-ORIG-VALUE.
007940     MOVE MRG-WRK-UOM   TO MRG-CNV-ORIG-UOM.
007950     MOVE MRG-UOM-CONV-WORK TO MRG-WRK-VALUE.
007960     ADD 1 TO MRG-CNV-COUNT.
007970     MOVE MRG-CUR-FEED        TO MRG-LST-CNV-FEED.
007980     MOVE MRG-WRK-WHSE        TO MRG-LST-CNV-WHSE.
007990     MOVE MRG-WRK-CODE        TO MRG-LST-CNV-CODE.
008000     MOVE MRG-CNV-ORIG-VALUE  TO MRG-LST-CNV-ORIG.
008010     MOVE MRG-CNV-ORIG-UOM    TO MRG-LST-CNV-ORIG-UOM.
008020     MOVE MRG-UOM-FACTOR-WORK TO MRG-LST-CNV-FACTOR.
008030     MOVE MRG-WRK-VALUE       TO MRG-LST-CNV-QTY.
008040     MOVE MRG-STOCK-UOM       TO MRG-LST-CNV-STOCK-UOM.
008050     WRITE MRG-LIST-REC FROM MRG-LST-CNV-LINE.
008060     GO TO 3050-CONVERT-WORK-REC-EXIT.
008070 3050-CONVERT-WORK-REC-NONE.
008080     MOVE "NO ARRUOM CONVERSION FOR STATED UNIT"
008090         TO MRG-LST-DROP-RSN.
008100 3050-CONVERT-WORK-REC-DROP.
008110     SET MRG-UOM-DROPPED TO TRUE.
008120     PERFORM 3500-DROP-WORK-REC
008130         THRU 3500-DROP-WORK-REC-EXIT.
008140 3050-CONVERT-WORK-REC-EXIT.
008150     EXIT.
008160*
008170 3100-SCAN-FOR-POSITION.
008180     IF MRG-KEY (MRG-SCAN-SUB) = MRG-WRK-BIN-KEY
008190         SET MRG-KEY-MATCHED TO TRUE
008200         MOVE MRG-SCAN-SUB TO MRG-INS-POS
008210     ELSE
008220         IF MRG-KEY (MRG-SCAN-SUB) > MRG-WRK-BIN-KEY
008230             MOVE MRG-SCAN-SUB TO MRG-INS-POS
008240         END-IF
008250     END-IF.
008260 3100-SCAN-FOR-POSITION-EXIT.
008270     EXIT.
008280*
008290*===============================================================
008300* 3200-RESOLVE-DUPLICATE  -  THE INCOMING KEY IS ALREADY ON THE
008310*     TABLE AT MRG-INS-POS.  UNDER THE SUM RULE THE QUANTITIES
008320*     ARE ADDED (CAPPED AT ALL NINES RATHER THAN WRAPPED IF THE
008330*     SUM OVERFLOWS NINE DIGITS); UNDER THE LAST RULE THE
008340*     INCOMING VALUE REPLACES THE ONE ALREADY MERGED.  EITHER
008350*     WAY THE RESOLUTION IS PRINTED ON THE LISTING.  THE STATED
008360*     QUANTITIES OF TWO CONVERTED DETAILS ARE SUMMED ONLY WHEN
008370*     BOTH WERE STATED IN THE SAME UNIT; OTHERWISE THE SUM HAS
008380*     NO SINGLE STATED FORM AND THE ORIGINAL IS DROPPED.
008390*===============================================================
008400 3200-RESOLVE-DUPLICATE.
008410     ADD 1 TO MRG-DUP-COUNT.
008420     MOVE MRG-WRK-WHSE TO MRG-LST-DUP-WHSE.
008430     MOVE MRG-WRK-CODE TO MRG-LST-DUP-CODE.
008440     IF MRG-RULE-SUM
008450         COMPUTE MRG-SUM-WORK
008460             = MRG-VALUE (MRG-INS-POS) + MRG-WRK-VALUE
008470         IF MRG-SUM-WORK > 999999999
008480             MOVE 999999999 TO MRG-VALUE (MRG-INS-POS)
008490             MOVE "QUANTITIES SUMMED - CAPPED AT 999999999"
008500                 TO MRG-LST-DUP-ACT
008510         ELSE
008520             MOVE MRG-SUM-WORK TO MRG-VALUE (MRG-INS-POS)
008530             MOVE "QUANTITIES SUMMED" TO MRG-LST-DUP-ACT
008540         END-IF
008550         PERFORM 3250-SUM-ORIGINALS
008560             THRU 3250-SUM-ORIGINALS-EXIT
008570     ELSE
008580         MOVE MRG-WRK-VALUE TO MRG-VALUE (MRG-INS-POS)
008590         MOVE MRG-CNV-ORIG-VALUE TO MRG-ORIG-VALUE (MRG-INS-POS)
008600         MOVE MRG-CNV-ORIG-UOM   TO MRG-ORIG-UOM (MRG-INS-POS)
008610         MOVE "REPLACED BY LATER FEED FILE" TO MRG-LST-DUP-ACT
008620     END-IF.
008630     WRITE MRG-LIST-REC FROM MRG-LST-DUP-LINE.
008640 3200-RESOLVE-DUPLICATE-EXIT.
008650     EXIT.
008660*
008670 3250-SUM-ORIGINALS.
008680     IF MRG-CNV-ORIG-UOM = SPACES
008690     OR MRG-CNV-ORIG-UOM NOT = MRG-ORIG-UOM (MRG-INS-POS)
008700         MOVE 0      TO MRG-ORIG-VALUE (MRG-INS-POS)
008710         MOVE SPACES TO MRG-ORIG-UOM (MRG-INS-POS)
008720         GO TO 3250-SUM-ORIGINALS-EXIT
008730     END-IF.
008740     COMPUTE MRG-SUM-WORK
008750         = MRG-ORIG-VALUE (MRG-INS-POS) + MRG-CNV-ORIG-VALUE.
008760     IF MRG-SUM-WORK > 999999999
008770         MOVE 999999999 TO MRG-ORIG-VALUE (MRG-INS-POS)
008780     ELSE
008790         MOVE MRG-SUM-WORK TO MRG-ORIG-VALUE (MRG-INS-POS)
008800     END-IF.
008810 3250-SUM-ORIGINALS-EXIT.
008820     EXIT.
008830*
008840*===============================================================
008850* 3300-INSERT-AT-POSITION  -  OPEN A SLOT AT MRG-INS-POS BY
008860*     SHIFTING THE TAIL OF THE TABLE UP ONE, THEN STORE THE
008870*     INCOMING DETAIL THERE.  THE COUNT IS RAISED FIRST SO THE
008880*     SHIFT TARGET IS INSIDE THE OCCURS DEPENDING ON BOUND.
008890*===============================================================
008900 3300-INSERT-AT-POSITION.
008910     ADD 1 TO MRG-COUNT.
008920     PERFORM 3400-SHIFT-ONE-ENTRY
008930         THRU 3400-SHIFT-ONE-ENTRY-EXIT
008940         VARYING MRG-SHIFT-SUB FROM MRG-COUNT BY -1
008950         UNTIL MRG-SHIFT-SUB NOT > MRG-INS-POS.
008960     MOVE MRG-WRK-BIN-KEY TO MRG-KEY (MRG-INS-POS).
008970     MOVE MRG-WRK-VALUE   TO MRG-VALUE (MRG-INS-POS).
008980     MOVE MRG-CNV-ORIG-VALUE TO MRG-ORIG-VALUE (MRG-INS-POS).
008990     MOVE MRG-CNV-ORIG-UOM   TO MRG-ORIG-UOM (MRG-INS-POS).
009000 3300-INSERT-AT-POSITION-EXIT.
009010     EXIT.
009020*
009030 3400-SHIFT-ONE-ENTRY.
009040     MOVE MRG-KEY   (MRG-SHIFT-SUB - 1)
009050         TO MRG-KEY   (MRG-SHIFT-SUB).
009060     MOVE MRG-VALUE (MRG-SHIFT-SUB - 1)
009070         TO MRG-VALUE (MRG-SHIFT-SUB).
009080     MOVE MRG-ORIG-VALUE (MRG-SHIFT-SUB - 1)
009090         TO MRG-ORIG-VALUE (MRG-SHIFT-SUB).
009100     MOVE MRG-ORIG-UOM (MRG-SHIFT-SUB - 1)
009110         TO MRG-ORIG-UOM (MRG-SHIFT-SUB).
009120 3400-SHIFT-ONE-ENTRY-EXIT.
009130     EXIT.
009140*
009150 3500-DROP-WORK-REC.
009160     ADD 1 TO MRG-DROP-COUNT.
009170     MOVE MRG-CUR-FEED TO MRG-LST-DROP-FEED.
009180     MOVE MRG-WRK-WHSE TO MRG-LST-DROP-WHSE.
009190     MOVE MRG-WRK-CODE TO MRG-LST-DROP-CODE.
009200     WRITE MRG-LIST-REC FROM MRG-LST-DROP-LINE.
009210 3500-DROP-WORK-REC-EXIT.
009220     EXIT.
009230*
009240*===============================================================
009250* 4000-WRITE-OUTPUT  -  WRITE THE GENERATED "H" HEADER WITH THE
009260*     TRUE SURVIVING DETAIL COUNT, THEN ONE "D" DETAIL PER MERGE
009270*     TABLE ENTRY IN ASCENDING KEY SEQUENCE - A CLEAN ARRIN FOR
009280*     ARRAYDEMO'S NEXT LOAD RUN.
009290*===============================================================
009300 4000-WRITE-OUTPUT.
009310     MOVE SPACES TO MRG-OUT-HEADER-REC.
009320     MOVE "H" TO MRG-OUT-HDR-TYPE.
009330     MOVE MRG-COUNT TO MRG-OUT-ELEM-COUNT.
009340     MOVE MRG-BATCH-ID TO MRG-OUT-BATCH-ID.
009350     WRITE MRG-OUT-HEADER-REC.
009360     IF MRG-COUNT > 0
009370         PERFORM 4100-WRITE-ONE-DETAIL
009380             THRU 4100-WRITE-ONE-DETAIL-EXIT
009390             VARYING MRG-SCAN-SUB FROM 1 BY 1
009400             UNTIL MRG-SCAN-SUB > MRG-COUNT
009410     END-IF.
009420     MOVE MRG-COUNT TO MRG-LST-TOT-CNT.
009430     MOVE MRG-DUP-COUNT TO MRG-LST-TOT-DUP.
009440     WRITE MRG-LIST-REC FROM MRG-LST-TOT-LINE.
009450     MOVE MRG-CNV-COUNT TO MRG-LST-CNV-TOT.
009460     WRITE MRG-LIST-REC FROM MRG-LST-CNV-TOT-LINE.
009470*    AN EMPTY CONSOLIDATION - EVERY FEED MISSING, EMPTY OR
009480*    FULLY DROPPED - MUST NOT BE PROMOTED OVER THE LIVE ARRIN
009490*    AND WIPE THE NIGHTLY LOAD.  END IN ERROR SO THE BATCH
009500*    JCL'S PROMOTE STEP IS BYPASSED AND ITS SCRATCH STEP
009510*    DELETES THE EMPTY ARROUT INSTEAD.
009520     IF MRG-COUNT = 0
009530         DISPLAY "ARRMERGE - NO DETAILS SURVIVED THE MERGE - "
009540             "ENDING RC=8 SO ARRIN IS NOT REPLACED"
009550         MOVE 8 TO RETURN-CODE
009560     END-IF.
009570 4000-WRITE-OUTPUT-EXIT.
009580     EXIT.
009590*
009600 4100-WRITE-ONE-DETAIL.
009610     MOVE SPACES TO MRG-OUT-DETAIL-REC.
009620     MOVE "D" TO MRG-OUT-DTL-TYPE.
009630     MOVE MRG-KEY   (MRG-SCAN-SUB) TO MRG-OUT-BIN-KEY.
009640     MOVE MRG-VALUE (MRG-SCAN-SUB) TO MRG-OUT-BIN-VALUE.
009650     IF MRG-ORIG-UOM (MRG-SCAN-SUB) NOT = SPACES
009660         MOVE MRG-ORIG-VALUE (MRG-SCAN-SUB) TO MRG-OUT-ORIG-VALUE
009670         MOVE MRG-ORIG-UOM (MRG-SCAN-SUB)   TO MRG-OUT-ORIG-UOM
009680     END-IF.
009690     WRITE MRG-OUT-DETAIL-REC.
009700 4100-WRITE-ONE-DETAIL-EXIT.
009710     EXIT.
009720*
009730*===============================================================
009740* 9000-TERMINATE  -  CLOSE FILES FOR THE RUN.
009750*===============================================================
009760 9000-TERMINATE.
009770     CLOSE MRG-OUT-FILE.
009780     CLOSE MRG-LIST-FILE.
009790     IF MRG-BINM-AVAIL
009800         CLOSE MRG-BINM-FILE
009810     END-IF.
009820 9000-TERMINATE-EXIT.
009830     EXIT.

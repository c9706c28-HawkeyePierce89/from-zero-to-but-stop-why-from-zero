000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARRASOF.
000030 AUTHOR.        R L HOBAUGH.
000040 INSTALLATION.  DATA CENTER SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*===============================================================
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------
000120* 10/15/26   RLH   ORIGINAL PROGRAM - POINT-IN-TIME STOCK
000130*                  POSITION AND KEYED SNAPSHOT CHECK.  THE ONLY
000140*                  WAY TO SAY WHAT WAS IN A BIN ON A PAST DATE
000150*                  WAS TO FIND THE RIGHT ARRSNAP GENERATION BY
000160*                  HAND, AND AN INTRADAY POSITION BETWEEN MODE-M
000170*                  RUNS COULD NOT BE HAD AT ALL.  THIS RUN TAKES
000180*                  AN AS-OF DATE AND TIME FROM ARRASCTL, STARTS
000190*                  FROM THE NEAREST EARLIER SNAPSHOT GENERATION
000200*                  (OR THE ARRPCLS CLOSE POSITION WHEN THAT IS
000210*                  LATER), REPLAYS THE ARRAUD RECORDS UP TO THAT
000220*                  MOMENT THE WAY ARRCLOSE ROLLS FORWARD, AND
000230*                  PRINTS THE POSITION BY WAREHOUSE AND BIN,
000240*                  OPTIONALLY VALUED AT ARRCOST.  THE SAME RUN
000250*                  CAN VERIFY THE ARRSNAPK KEYED SNAPSHOT
000260*                  AGAINST ARRSNAP(0) AND REBUILD IT WHEN THEY
000270*                  DISAGREE, SO A DAMAGED ARRSNAPK NEED NOT
000280*                  WAIT FOR THE NEXT NIGHTLY LOAD.
000290*===============================================================
000300*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER.   IBM-370.
000340 OBJECT-COMPUTER.   IBM-370.
000350*
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ASF-HIST-FILE   ASSIGN TO ARRSNAPH
000390         ORGANIZATION IS SEQUENTIAL
000400         FILE STATUS IS ASF-HIST-STATUS.
000410     SELECT ASF-PCLS-FILE   ASSIGN TO ARRPCLS
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS ASF-PCLS-STATUS.
000440     SELECT ASF-AUD-FILE    ASSIGN TO ARRAUD
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS ASF-AUD-STATUS.
000470     SELECT ASF-COST-FILE   ASSIGN TO ARRCOST
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS ASF-COST-STATUS.
000500     SELECT ASF-SNAP-FILE   ASSIGN TO ARRSNAP
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS ASF-SNAP-STATUS.
000530     SELECT ASF-SNAPK-FILE  ASSIGN TO ARRSNAPK
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS SEQUENTIAL
000560         RECORD KEY IS ASF-SNAPK-BIN-KEY
000570         FILE STATUS IS ASF-SNAPK-STATUS.
000580     SELECT ASF-CTL-FILE    ASSIGN TO ARRASCTL
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS ASF-CTL-STATUS.
000610     SELECT ASF-REPORT-FILE ASSIGN TO ARRASRPT
000620         ORGANIZATION IS SEQUENTIAL.
000630*
000640 DATA DIVISION.
000650 FILE SECTION.
000660*
000670*    SNAPSHOT HISTORY - THE WHOLE ARRSNAP GDG READ THROUGH ITS
000680*    BASE NAME, NEWEST GENERATION FIRST.  LAYOUT MUST MATCH
000690*    ARRAYDEMO'S ARR-SNAP-REC.  A GENERATION ENDS WHERE THE
000700*    SUBSCRIPT STARTS AGAIN OR THE RUN STAMP CHANGES.
000710 FD  ASF-HIST-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  ASF-HIST-REC.
000750     05  ASF-HIST-SUB           PIC 9(04).
000760     05  ASF-HIST-BIN-KEY.
000770         10  ASF-HIST-WHSE      PIC X(03).
000780         10  ASF-HIST-CODE      PIC X(09).
000790     05  ASF-HIST-VAL           PIC 9(09).
000800     05  ASF-HIST-RUN-DATE      PIC 9(06).
000810     05  ASF-HIST-RUN-TIME      PIC X(08).
000820     05  FILLER                 PIC X(93).
000830*
000840*    PRIOR CLOSE POSITION - LAYOUT MUST MATCH ARRCLOSE'S
000850*    CLS-PCLS-REC.  IT HOLDS THE BOOK AS AT THE END OF ITS
000860*    CLOSE DATE.
000870 FD  ASF-PCLS-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 01  ASF-PCLS-REC.
000910     05  ASF-PCLS-BIN-KEY.
000920         10  ASF-PCLS-WHSE      PIC X(03).
000930         10  ASF-PCLS-CODE      PIC X(09).
000940     05  ASF-PCLS-VAL           PIC 9(09).
000950     05  ASF-PCLS-CLOSE-DATE    PIC 9(06).
000960     05  FILLER                 PIC X(105).
000970*
000980*    AUDIT TRAIL RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000990*    ARR-AUDIT-REC.  A BLANK SOURCE MARKS A RECORD FROM BEFORE
001000*    THE FLAG EXISTED AND REPLAYS AS A LOAD, AS IN ARRCLOSE.
001010 FD  ASF-AUD-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD.
001040 01  ASF-AUD-REC.
001050     05  ASF-AUD-SUB            PIC 9(04).
001060     05  ASF-AUD-CODE           PIC X(09).
001070     05  ASF-AUD-OLD-VAL        PIC 9(09).
001080     05  ASF-AUD-NEW-VAL        PIC 9(09).
001090     05  ASF-AUD-RUN-DATE       PIC 9(06).
001100     05  ASF-AUD-RUN-TIME       PIC 9(08).
001110     05  ASF-AUD-SOURCE         PIC X(01).
001120         88  ASF-AUD-SOURCE-LOAD            VALUES "L" " ".
001130     05  ASF-AUD-DOC-NO         PIC X(10).
001140     05  ASF-AUD-WHSE           PIC X(03).
001150     05  ASF-AUD-TYPE           PIC X(01).
001160     05  FILLER                 PIC X(72).
001170*
001180*    UNIT COST MASTER RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
001190*    ARR-COST-REC.  KEPT IN ASCENDING BIN CODE SEQUENCE.
001200 FD  ASF-COST-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 01  ASF-COST-REC.
001240     05  ASF-COST-CODE          PIC X(09).
001250     05  ASF-COST-UNIT          PIC 9(05)V99.
001260     05  ASF-COST-EFF-DATE      PIC 9(06).
001270     05  FILLER                 PIC X(110).
001280*
001290*    CURRENT SNAPSHOT - ARRSNAP(0), THE POSITION ARRSNAPK IS
001300*    MEANT TO MIRROR.  LAYOUT MUST MATCH ARRAYDEMO'S
001310*    ARR-SNAP-REC.
001320 FD  ASF-SNAP-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD.
001350 01  ASF-SNAP-REC.
001360     05  ASF-SNAP-SUB           PIC 9(04).
001370     05  ASF-SNAP-BIN-KEY.
001380         10  ASF-SNAP-WHSE      PIC X(03).
001390         10  ASF-SNAP-CODE      PIC X(09).
001400     05  ASF-SNAP-VAL           PIC 9(09).
001410     05  ASF-SNAP-RUN-DATE      PIC 9(06).
001420     05  ASF-SNAP-RUN-TIME      PIC X(08).
001430     05  FILLER                 PIC X(93).
001440*
001450*    KEYED SNAPSHOT - LAYOUT MUST MATCH ARRAYDEMO'S
001460*    ARR-SNAPK-REC.  READ IN KEY SEQUENCE TO VERIFY; RELOADED
001470*    FROM SCRATCH (THE CLUSTER IS DEFINED REUSE) TO REBUILD.
001480 FD  ASF-SNAPK-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  ASF-SNAPK-REC.
001510     05  ASF-SNAPK-BIN-KEY.
001520         10  ASF-SNAPK-WHSE     PIC X(03).
001530         10  ASF-SNAPK-CODE     PIC X(09).
001540     05  ASF-SNAPK-VAL          PIC 9(09).
001550     05  ASF-SNAPK-RUN-DATE     PIC 9(06).
001560     05  FILLER                 PIC X(105).
001570*
001580*    CONTROL CARD.
001590*        1-6   AS-OF DATE (YYMMDD) - BLANK SKIPS THE
001600*              RECONSTRUCTION
001610*        7-12  AS-OF TIME (HHMMSS) - BLANK = END OF THE DAY
001620*        13    "V" = VALUE THE POSITION AT ARRCOST
001630*        14    ARRSNAPK - BLANK LEAVE ALONE, "V" VERIFY ONLY,
001640*              "R" VERIFY AND REBUILD WHEN IT DISAGREES
001650 FD  ASF-CTL-FILE
001660     RECORDING MODE IS F
001670     LABEL RECORDS ARE STANDARD.
001680 01  ASF-CTL-REC.
001690     05  ASF-CTL-ASOF-DATE      PIC X(06).
001700     05  ASF-CTL-ASOF-TIME      PIC X(06).
001710     05  ASF-CTL-VALUE-SW       PIC X(01).
001720         88  ASF-CTL-VALUE-OK               VALUES "V" " ".
001730     05  ASF-CTL-SNAPK-SW       PIC X(01).
001740         88  ASF-CTL-SNAPK-OK               VALUES "V" "R" " ".
001750     05  FILLER                 PIC X(66).
001760*
001770 FD  ASF-REPORT-FILE
001780     RECORDING MODE IS F
001790     LABEL RECORDS ARE STANDARD.
001800 01  ASF-REPORT-REC             PIC X(132).
001810*
001820 WORKING-STORAGE SECTION.
001830*---------------------------------------------------------------
001840*    POSITION TABLE - ONE ENTRY PER WAREHOUSE PLUS BIN CODE,
001850*    KEPT IN ASCENDING KEY SEQUENCE BY ORDERED INSERTION (THE
001860*    ARRCLOSE PATTERN).  THE RECONSTRUCTION USES START AND
001870*    POSITION; THE ARRSNAPK CHECK CLEARS THE TABLE AND USES
001880*    POSITION FOR THE ARRSNAP(0) VALUE AND THE ARRSNAPK FIELDS.
001890*---------------------------------------------------------------
001900 01  ASF-TABLE.
001910     05  ASF-COUNT          PIC 9(04)   COMP.
001920     05  ASF-ENTRY          OCCURS 1 TO 1000 TIMES
001930                            DEPENDING ON ASF-COUNT.
001940         10  ASF-KEY.
001950             15  ASF-WHSE   PIC X(03)   VALUE SPACES.
001960             15  ASF-CODE   PIC X(09)   VALUE SPACES.
001970         10  ASF-START      PIC 9(09)   VALUE 0.
001980         10  ASF-POSITION   PIC S9(11)  VALUE 0.
001990         10  ASF-SNAP-DATE  PIC 9(06)   VALUE 0.
002000         10  ASF-KSDS-VAL   PIC 9(09)   VALUE 0.
002010         10  ASF-ON-SNAP-SW PIC X(01)   VALUE "N".
002020             88  ASF-ON-SNAP            VALUE "Y".
002030         10  ASF-ON-KSDS-SW PIC X(01)   VALUE "N".
002040             88  ASF-ON-KSDS            VALUE "Y".
002050 77  ASF-MAX-ENTRIES        PIC 9(04)   VALUE 1000.
002060*
002070*---------------------------------------------------------------
002080*    UNIT COST TABLE - LOADED FROM ARRCOST ONLY WHEN THE CARD
002090*    ASKS FOR A VALUED POSITION.
002100*---------------------------------------------------------------
002110 01  ASF-COST-TABLE.
002120     05  ASF-COST-COUNT     PIC 9(04)   COMP.
002130     05  ASF-COST-ENTRY     OCCURS 1 TO 1000 TIMES
002140                            DEPENDING ON ASF-COST-COUNT
002150                            ASCENDING KEY IS ASF-COST-TBL-CODE
002160                            INDEXED BY ASF-COST-IDX.
002170         10  ASF-COST-TBL-CODE  PIC X(09)  VALUE SPACES.
002180         10  ASF-COST-TBL-UNIT  PIC 9(05)V99 VALUE 0.
002190 77  ASF-COST-MAX-ENTRIES   PIC 9(04)   VALUE 1000.
002200 77  ASF-COST-PREV-CODE     PIC X(09)   VALUE SPACES.
002210 77  ASF-COST-FOUND-SW      PIC X(01)   VALUE "N".
002220     88  ASF-COST-FOUND                 VALUE "Y".
002230 77  ASF-UNIT-WORK          PIC 9(05)V99 VALUE 0.
002240*
002250*    ORDERED-INSERT CONTROLS.
002260 01  ASF-WORK-KEY.
002270     05  ASF-WORK-WHSE          PIC X(03)   VALUE SPACES.
002280     05  ASF-WORK-CODE          PIC X(09)   VALUE SPACES.
002290 77  ASF-INS-POS                PIC 9(04)   VALUE 0.
002300 77  ASF-SCAN-SUB               PIC 9(04)   VALUE 0.
002310 77  ASF-SHIFT-SUB              PIC 9(04)   VALUE 0.
002320 77  ASF-MATCH-SW               PIC X(01)   VALUE "N".
002330     88  ASF-KEY-MATCHED                    VALUE "Y".
002340*
002350 01  ASF-HIST-STATUS            PIC X(02)   VALUE SPACES.
002360     88  ASF-HIST-NOT-FOUND                 VALUE "35".
002370 01  ASF-PCLS-STATUS            PIC X(02)   VALUE SPACES.
002380     88  ASF-PCLS-NOT-FOUND                 VALUE "35".
002390 01  ASF-AUD-STATUS             PIC X(02)   VALUE SPACES.
002400     88  ASF-AUD-NOT-FOUND                  VALUE "35".
002410 01  ASF-COST-STATUS            PIC X(02)   VALUE SPACES.
002420     88  ASF-COST-NOT-FOUND                 VALUE "35".
002430 01  ASF-SNAP-STATUS            PIC X(02)   VALUE SPACES.
002440     88  ASF-SNAP-NOT-FOUND                 VALUE "35".
002450 01  ASF-SNAPK-STATUS           PIC X(02)   VALUE SPACES.
002460 01  ASF-CTL-STATUS             PIC X(02)   VALUE SPACES.
002470     88  ASF-CTL-NOT-FOUND                  VALUE "35".
002480 77  ASF-HIST-EOF-SW            PIC X(01)   VALUE "N".
002490     88  ASF-HIST-EOF                       VALUE "Y".
002500 77  ASF-PCLS-EOF-SW            PIC X(01)   VALUE "N".
002510     88  ASF-PCLS-EOF                       VALUE "Y".
002520 77  ASF-AUD-EOF-SW             PIC X(01)   VALUE "N".
002530     88  ASF-AUD-EOF                        VALUE "Y".
002540 77  ASF-COST-EOF-SW            PIC X(01)   VALUE "N".
002550     88  ASF-COST-EOF                       VALUE "Y".
002560 77  ASF-SNAP-EOF-SW            PIC X(01)   VALUE "N".
002570     88  ASF-SNAP-EOF                       VALUE "Y".
002580 77  ASF-SNAPK-EOF-SW           PIC X(01)   VALUE "N".
002590     88  ASF-SNAPK-EOF                      VALUE "Y".
002600*
002610*    WHAT THE CARD ASKED FOR.
002620 77  ASF-ASOF-SW                PIC X(01)   VALUE "N".
002630     88  ASF-ASOF-REQUESTED                 VALUE "Y".
002640 77  ASF-VALUE-SW               PIC X(01)   VALUE "N".
002650     88  ASF-VALUED                         VALUE "Y".
002660 77  ASF-SNAPK-FUNC             PIC X(01)   VALUE SPACES.
002670     88  ASF-SNAPK-CHECK                    VALUES "V" "R".
002680     88  ASF-SNAPK-REBUILD                  VALUE "R".
002690 77  ASF-REFUSED-SW             PIC X(01)   VALUE "N".
002700     88  ASF-REFUSED                        VALUE "Y".
002710*
002720*---------------------------------------------------------------
002730*    RUN STAMPS - DATE AND TIME (HHMMSSHH) AS ONE 14-DIGIT
002740*    NUMBER SO "EARLIER" IS A PLAIN COMPARE.  A SNAPSHOT OR
002750*    CLOSE WITH NO TIME OF DAY IS TAKEN AS AT THE END OF ITS
002760*    DATE.
002770*---------------------------------------------------------------
002780 01  ASF-STMP.
002790     05  ASF-STMP-DATE          PIC 9(06)   VALUE 0.
002800     05  ASF-STMP-TIME          PIC 9(08)   VALUE 0.
002810 01  ASF-STMP-N REDEFINES ASF-STMP
002820                                PIC 9(14).
002830 01  ASF-ASOF-STAMP.
002840     05  ASF-ASOF-DATE          PIC 9(06)   VALUE 0.
002850     05  ASF-ASOF-DATE-X REDEFINES ASF-ASOF-DATE.
002860         10  ASF-ASOF-YY        PIC 9(02).
002870         10  ASF-ASOF-MM        PIC 9(02).
002880         10  ASF-ASOF-DD        PIC 9(02).
002890     05  ASF-ASOF-HH            PIC 9(02)   VALUE 23.
002900     05  ASF-ASOF-MI            PIC 9(02)   VALUE 59.
002910     05  ASF-ASOF-SS            PIC 9(02)   VALUE 59.
002920     05  ASF-ASOF-HS            PIC 9(02)   VALUE 99.
002930 01  ASF-ASOF-STAMP-N REDEFINES ASF-ASOF-STAMP
002940                                PIC 9(14).
002950 01  ASF-START-STAMP.
002960     05  ASF-START-DATE         PIC 9(06)   VALUE 0.
002970     05  ASF-START-HH           PIC 9(02)   VALUE 0.
002980     05  ASF-START-MI           PIC 9(02)   VALUE 0.
002990     05  ASF-START-SS           PIC 9(02)   VALUE 0.
003000     05  ASF-START-HS           PIC 9(02)   VALUE 0.
003010 01  ASF-START-STAMP-N REDEFINES ASF-START-STAMP
003020                                PIC 9(14).
003030 77  ASF-GEN-STAMP              PIC 9(14)   VALUE 0.
003040 77  ASF-PCLS-STAMP             PIC 9(14)   VALUE 0.
003050 77  ASF-END-OF-DAY             PIC 9(08)   VALUE 23595999.
003060 01  ASF-ASOF-TIME-CARD.
003070     05  ASF-CARD-HH            PIC 9(02).
003080     05  ASF-CARD-MI            PIC 9(02).
003090     05  ASF-CARD-SS            PIC 9(02).
003100*
003110*    WHERE THE RECONSTRUCTION STARTED - "G" A SNAPSHOT
003120*    GENERATION, "C" THE PRIOR CLOSE, SPACE NOTHING (EVERY BIN
003130*    STARTS AT ZERO AND THE WHOLE AUDIT HISTORY IS REPLAYED).
003140 77  ASF-START-SRC              PIC X(01)   VALUE SPACES.
003150     88  ASF-START-GEN                      VALUE "G".
003160     88  ASF-START-CLOSE                    VALUE "C".
003170 77  ASF-PCLS-SW                PIC X(01)   VALUE "N".
003180     88  ASF-PCLS-USABLE                    VALUE "Y".
003190*    GENERATION SCAN STATE - "S" SKIPPING A GENERATION NEWER
003200*    THAN THE AS-OF, "L" LOADING THE CHOSEN ONE, "D" DONE.
003210 77  ASF-GEN-STATE              PIC X(01)   VALUE "S".
003220     88  ASF-GEN-SKIPPING                   VALUE "S".
003230     88  ASF-GEN-LOADING                    VALUE "L".
003240     88  ASF-GEN-DONE                       VALUE "D".
003250 77  ASF-PREV-SUB               PIC 9(04)   VALUE 0.
003260 77  ASF-GEN-COUNT              PIC 9(04)   VALUE 0.
003270*
003280 77  ASF-AUD-READ-COUNT         PIC 9(06)   VALUE 0.
003290 77  ASF-AUD-USED-COUNT         PIC 9(06)   VALUE 0.
003300 77  ASF-NOCOST-COUNT           PIC 9(06)   VALUE 0.
003310 77  ASF-SNAP-COUNT             PIC 9(05)   VALUE 0.
003320 77  ASF-KSDS-COUNT             PIC 9(05)   VALUE 0.
003330 77  ASF-MISMATCH-COUNT         PIC 9(05)   VALUE 0.
003340 77  ASF-REBUILT-COUNT          PIC 9(05)   VALUE 0.
003350 77  ASF-WRITE-FAIL-COUNT       PIC 9(05)   VALUE 0.
003360 77  ASF-RUN-RC                 PIC 9(02)   VALUE 0.
003370*
003380*    POSITION TOTALS.
003390 77  ASF-PREV-WHSE              PIC X(03)   VALUE SPACES.
003400 77  ASF-ACTIVITY               PIC S9(11)  VALUE 0.
003410 77  ASF-VALUE-WORK             PIC S9(15)V99 VALUE 0.
003420 77  ASF-WHSE-BINS              PIC 9(05)   VALUE 0.
003430 77  ASF-WHSE-QTY               PIC S9(13)  VALUE 0.
003440 77  ASF-WHSE-VALUE             PIC S9(15)V99 VALUE 0.
003450 77  ASF-GRAND-BINS             PIC 9(05)   VALUE 0.
003460 77  ASF-GRAND-QTY              PIC S9(13)  VALUE 0.
003470 77  ASF-GRAND-VALUE            PIC S9(15)V99 VALUE 0.
003480*
003490 01  ASF-RUN-DATE.
003500     05  ASF-RUN-YY             PIC 9(02).
003510     05  ASF-RUN-MM             PIC 9(02).
003520     05  ASF-RUN-DD             PIC 9(02).
003530*
003540*---------------------------------------------------------------
003550*    ARRASRPT LINE LAYOUTS.
003560*---------------------------------------------------------------
003570 01  ASF-RPT-HDR-LINE.
003580     05  FILLER                 PIC X(20)
003590                                 VALUE "ARRASOF".
003600     05  FILLER                 PIC X(35)
003610         VALUE "POINT-IN-TIME STOCK POSITION".
003620     05  FILLER                 PIC X(10)
003630                                 VALUE "RUN DATE:".
003640     05  ASF-RPT-HDR-MM         PIC 99.
003650     05  FILLER                 PIC X(01) VALUE "/".
003660     05  ASF-RPT-HDR-DD         PIC 99.
003670     05  FILLER                 PIC X(01) VALUE "/".
003680     05  ASF-RPT-HDR-YY         PIC 99.
003690     05  FILLER                 PIC X(59) VALUE SPACES.
003700*
003710 01  ASF-RPT-ASOF-LINE.
003720     05  FILLER                 PIC X(04) VALUE SPACES.
003730     05  FILLER                 PIC X(16)
003740                                 VALUE "POSITION AS OF:".
003750     05  ASF-RPT-ASOF-MM        PIC 99.
003760     05  FILLER                 PIC X(01) VALUE "/".
003770     05  ASF-RPT-ASOF-DD        PIC 99.
003780     05  FILLER                 PIC X(01) VALUE "/".
003790     05  ASF-RPT-ASOF-YY        PIC 99.
003800     05  FILLER                 PIC X(01) VALUE SPACES.
003810     05  ASF-RPT-ASOF-HH        PIC 99.
003820     05  FILLER                 PIC X(01) VALUE ":".
003830     05  ASF-RPT-ASOF-MI        PIC 99.
003840     05  FILLER                 PIC X(01) VALUE ":".
003850     05  ASF-RPT-ASOF-SS        PIC 99.
003860     05  FILLER                 PIC X(02) VALUE SPACES.
003870     05  ASF-RPT-ASOF-VALUED    PIC X(20).
003880     05  FILLER                 PIC X(73) VALUE SPACES.
003890*
003900 01  ASF-RPT-START-LINE.
003910     05  FILLER                 PIC X(04) VALUE SPACES.
003920     05  FILLER                 PIC X(16)
003930                                 VALUE "STARTING POINT:".
003940     05  ASF-RPT-START-DESC     PIC X(40).
003950     05  ASF-RPT-START-DATE     PIC X(08).
003960     05  FILLER                 PIC X(01) VALUE SPACES.
003970     05  ASF-RPT-START-TIME.
003980         10  ASF-RPT-START-HH   PIC 99.
003990         10  FILLER             PIC X(01) VALUE ":".
004000         10  ASF-RPT-START-MI   PIC 99.
004010         10  FILLER             PIC X(01) VALUE ":".
004020         10  ASF-RPT-START-SS   PIC 99.
004030     05  FILLER                 PIC X(02) VALUE SPACES.
004040     05  FILLER                 PIC X(16)
004050                                 VALUE "AUDIT REPLAYED:".
004060     05  ASF-RPT-START-AUD      PIC ZZZZZ9.
004070     05  FILLER                 PIC X(31) VALUE SPACES.
004080*
004090 01  ASF-RPT-COL-LINE.
004100     05  FILLER                 PIC X(04) VALUE SPACES.
004110     05  FILLER                 PIC X(05) VALUE "WHSE".
004120     05  FILLER                 PIC X(11) VALUE "BIN CODE".
004130     05  FILLER                 PIC X(13) VALUE "   STARTING".
004140     05  FILLER                 PIC X(14) VALUE "    ACTIVITY".
004150     05  FILLER                 PIC X(14) VALUE "    POSITION".
004160     05  FILLER                 PIC X(11) VALUE "UNIT COST".
004170     05  FILLER                 PIC X(21)
004180                                 VALUE "              VALUE".
004190     05  FILLER                 PIC X(16) VALUE "NOTE".
004200     05  FILLER                 PIC X(23) VALUE SPACES.
004210*
004220 01  ASF-RPT-DTL-LINE.
004230     05  FILLER                 PIC X(04) VALUE SPACES.
004240     05  ASF-RPT-DTL-WHSE       PIC X(03).
004250     05  FILLER                 PIC X(02) VALUE SPACES.
004260     05  ASF-RPT-DTL-CODE       PIC X(09).
004270     05  FILLER                 PIC X(02) VALUE SPACES.
004280     05  ASF-RPT-DTL-START      PIC ZZZ,ZZZ,ZZ9.
004290     05  FILLER                 PIC X(02) VALUE SPACES.
004300     05  ASF-RPT-DTL-ACT        PIC -ZZZ,ZZZ,ZZ9.
004310     05  FILLER                 PIC X(02) VALUE SPACES.
004320     05  ASF-RPT-DTL-POS        PIC -ZZZ,ZZZ,ZZ9.
004330     05  FILLER                 PIC X(02) VALUE SPACES.
004340     05  ASF-RPT-DTL-COST       PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
004350     05  FILLER                 PIC X(02) VALUE SPACES.
004360     05  ASF-RPT-DTL-VALUE      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99
004370                                 BLANK WHEN ZERO.
004380     05  FILLER                 PIC X(02) VALUE SPACES.
004390     05  ASF-RPT-DTL-NOTE       PIC X(16).
004400     05  FILLER                 PIC X(23) VALUE SPACES.
004410*
004420 01  ASF-RPT-WT-LINE.
004430     05  FILLER                 PIC X(04) VALUE SPACES.
004440     05  ASF-RPT-WT-LABEL       PIC X(15).
004450     05  ASF-RPT-WT-LABEL-X REDEFINES ASF-RPT-WT-LABEL.
004460         10  ASF-RPT-WT-LIT     PIC X(10).
004470         10  ASF-RPT-WT-WHSE    PIC X(03).
004480         10  FILLER             PIC X(02).
004490     05  FILLER                 PIC X(06) VALUE "BINS:".
004500     05  ASF-RPT-WT-BINS        PIC ZZZZ9.
004510     05  FILLER                 PIC X(02) VALUE SPACES.
004520     05  FILLER                 PIC X(10) VALUE "POSITION:".
004530     05  ASF-RPT-WT-QTY         PIC -ZZ,ZZZ,ZZZ,ZZ9.
004540     05  FILLER                 PIC X(02) VALUE SPACES.
004550     05  FILLER                 PIC X(07) VALUE "VALUE:".
004560     05  ASF-RPT-WT-VALUE       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
004570                                 BLANK WHEN ZERO.
004580     05  FILLER                 PIC X(43) VALUE SPACES.
004590*
004600 01  ASF-RPT-NONE-LINE.
004610     05  FILLER                 PIC X(04) VALUE SPACES.
004620     05  FILLER                 PIC X(44)
004630         VALUE "NO BINS HELD STOCK AT THE AS-OF MOMENT".
004640     05  FILLER                 PIC X(84) VALUE SPACES.
004650*
004660 01  ASF-RPT-VHDR-LINE.
004670     05  FILLER                 PIC X(04) VALUE SPACES.
004680     05  FILLER                 PIC X(60)
004690         VALUE "ARRSNAPK VERIFICATION AGAINST ARRSNAP(0)".
004700     05  FILLER                 PIC X(68) VALUE SPACES.
004710*
004720 01  ASF-RPT-VCOL-LINE.
004730     05  FILLER                 PIC X(04) VALUE SPACES.
004740     05  FILLER                 PIC X(05) VALUE "WHSE".
004750     05  FILLER                 PIC X(11) VALUE "BIN CODE".
004760     05  FILLER                 PIC X(14) VALUE "   ARRSNAP(0)".
004770     05  FILLER                 PIC X(14) VALUE "     ARRSNAPK".
004780     05  FILLER                 PIC X(30) VALUE "NOTE".
004790     05  FILLER                 PIC X(54) VALUE SPACES.
004800*
004810 01  ASF-RPT-VDTL-LINE.
004820     05  FILLER                 PIC X(04) VALUE SPACES.
004830     05  ASF-RPT-VDTL-WHSE      PIC X(03).
004840     05  FILLER                 PIC X(02) VALUE SPACES.
004850     05  ASF-RPT-VDTL-CODE      PIC X(09).
004860     05  FILLER                 PIC X(04) VALUE SPACES.
004870     05  ASF-RPT-VDTL-SNAP      PIC ZZZ,ZZZ,ZZ9.
004880     05  FILLER                 PIC X(03) VALUE SPACES.
004890     05  ASF-RPT-VDTL-KSDS      PIC ZZZ,ZZZ,ZZ9.
004900     05  FILLER                 PIC X(01) VALUE SPACES.
004910     05  ASF-RPT-VDTL-NOTE      PIC X(30).
004920     05  FILLER                 PIC X(54) VALUE SPACES.
004930*
004940 01  ASF-RPT-VTOT-LINE.
004950     05  FILLER                 PIC X(04) VALUE SPACES.
004960     05  FILLER                 PIC X(20)
004970                                 VALUE "BINS ON ARRSNAP(0):".
004980     05  ASF-RPT-VTOT-SNAP      PIC ZZZZ9.
004990     05  FILLER                 PIC X(15)
005000                                 VALUE "  ON ARRSNAPK:".
005010     05  ASF-RPT-VTOT-KSDS      PIC ZZZZ9.
005020     05  FILLER                 PIC X(14)
005030                                 VALUE "  MISMATCHES:".
005040     05  ASF-RPT-VTOT-MISM      PIC ZZZZ9.
005050     05  FILLER                 PIC X(02) VALUE SPACES.
005060     05  ASF-RPT-VTOT-ACTION    PIC X(50).
005070     05  FILLER                 PIC X(12) VALUE SPACES.
005080*
005090 01  ASF-RPT-MSG-LINE.
005100     05  FILLER                 PIC X(04) VALUE SPACES.
005110     05  ASF-RPT-MSG-TEXT       PIC X(80).
005120     05  FILLER                 PIC X(48) VALUE SPACES.
005130*
005140 PROCEDURE DIVISION.
005150*
005160*===============================================================
005170* 0000-MAINLINE.  THE RECONSTRUCTION AND THE ARRSNAPK CHECK ARE
005180*     INDEPENDENT - THE CARD ASKS FOR EITHER OR BOTH.
005190*===============================================================
005200 0000-MAINLINE.
005210     PERFORM 1000-INITIALIZE
005220         THRU 1000-INITIALIZE-EXIT.
005230     IF ASF-REFUSED
005240         GO TO 0000-MAINLINE-WRAP
005250     END-IF.
005260     IF ASF-ASOF-REQUESTED
005270         PERFORM 2000-RECONSTRUCT
005280             THRU 2000-RECONSTRUCT-EXIT
005290         PERFORM 3000-PRINT-POSITION
005300             THRU 3000-PRINT-POSITION-EXIT
005310     END-IF.
005320     IF ASF-SNAPK-CHECK
005330         PERFORM 4000-VERIFY-SNAPK
005340             THRU 4000-VERIFY-SNAPK-EXIT
005350     END-IF.
005360 0000-MAINLINE-WRAP.
005370     PERFORM 9000-TERMINATE
005380         THRU 9000-TERMINATE-EXIT.
005390     STOP RUN.
005400*
005410*===============================================================
005420* 1000-INITIALIZE  -  OPEN THE REPORT AND DECODE THE ARRASCTL
005430*     CARD.  A MISSING OR UNREADABLE CARD DOES NOTHING AT ALL -
005440*     A REBUILD MUST NEVER RUN ON A GUESS.
005450*===============================================================
005460 1000-INITIALIZE.
005470     MOVE 0 TO ASF-COUNT.
005480     MOVE 0 TO ASF-COST-COUNT.
005490     OPEN OUTPUT ASF-REPORT-FILE.
005500     ACCEPT ASF-RUN-DATE FROM DATE.
005510     MOVE ASF-RUN-MM TO ASF-RPT-HDR-MM.
005520     MOVE ASF-RUN-DD TO ASF-RPT-HDR-DD.
005530     MOVE ASF-RUN-YY TO ASF-RPT-HDR-YY.
005540     WRITE ASF-REPORT-REC FROM ASF-RPT-HDR-LINE.
005550     PERFORM 1100-READ-CONTROL-CARD
005560         THRU 1100-READ-CONTROL-CARD-EXIT.
005570     IF ASF-REFUSED
005580         GO TO 1000-INITIALIZE-EXIT
005590     END-IF.
005600     IF ASF-VALUED
005610         PERFORM 1300-LOAD-COST-MASTER
005620             THRU 1300-LOAD-COST-MASTER-EXIT
005630     END-IF.
005640 1000-INITIALIZE-EXIT.
005650     EXIT.
005660*
005670 1100-READ-CONTROL-CARD.
005680     OPEN INPUT ASF-CTL-FILE.
005690     IF ASF-CTL-NOT-FOUND
005700         MOVE "NO ARRASCTL CONTROL CARD - NOTHING DONE"
005710             TO ASF-RPT-MSG-TEXT
005720         GO TO 1100-READ-CONTROL-CARD-REFUSE
005730     END-IF.
005740     READ ASF-CTL-FILE
005750         AT END
005760             MOVE SPACES TO ASF-CTL-REC
005770     END-READ.
005780     CLOSE ASF-CTL-FILE.
005790     MOVE "ARRASCTL CONTROL CARD INVALID - NOTHING DONE"
005800         TO ASF-RPT-MSG-TEXT.
005810     IF NOT ASF-CTL-VALUE-OK
005820         OR NOT ASF-CTL-SNAPK-OK
005830         GO TO 1100-READ-CONTROL-CARD-REFUSE
005840     END-IF.
005850     MOVE ASF-CTL-SNAPK-SW TO ASF-SNAPK-FUNC.
005860     IF ASF-CTL-VALUE-SW = "V"
005870         SET ASF-VALUED TO TRUE
005880     END-IF.
005890     IF ASF-CTL-ASOF-DATE = SPACES
005900         AND ASF-CTL-ASOF-TIME = SPACES
005910         GO TO 1100-READ-CONTROL-CARD-CHECK
005920     END-IF.
005930     IF ASF-CTL-ASOF-DATE NOT NUMERIC
005940         OR ASF-CTL-ASOF-DATE = "000000"
005950         GO TO 1100-READ-CONTROL-CARD-REFUSE
005960     END-IF.
005970     MOVE ASF-CTL-ASOF-DATE TO ASF-ASOF-DATE.
005980     IF ASF-ASOF-MM < 1 OR ASF-ASOF-MM > 12
005990         OR ASF-ASOF-DD < 1 OR ASF-ASOF-DD > 31
006000         GO TO 1100-READ-CONTROL-CARD-REFUSE
006010     END-IF.
006020     IF ASF-CTL-ASOF-TIME NOT = SPACES
006030         IF ASF-CTL-ASOF-TIME NOT NUMERIC
006040             GO TO 1100-READ-CONTROL-CARD-REFUSE
006050         END-IF
006060         MOVE ASF-CTL-ASOF-TIME TO ASF-ASOF-TIME-CARD
006070         IF ASF-CARD-HH > 23
006080             OR ASF-CARD-MI > 59
006090             OR ASF-CARD-SS > 59
006100             GO TO 1100-READ-CONTROL-CARD-REFUSE
006110         END-IF
006120         MOVE ASF-CARD-HH TO ASF-ASOF-HH
006130         MOVE ASF-CARD-MI TO ASF-ASOF-MI
006140         MOVE ASF-CARD-SS TO ASF-ASOF-SS
006150     END-IF.
006160     SET ASF-ASOF-REQUESTED TO TRUE.
006170     PERFORM 1200-WRITE-ASOF-LINE
006180         THRU 1200-WRITE-ASOF-LINE-EXIT.
006190 1100-READ-CONTROL-CARD-CHECK.
006200     IF NOT ASF-ASOF-REQUESTED
006210         AND NOT ASF-SNAPK-CHECK
006220         MOVE "ARRASCTL ASKS FOR NOTHING - NOTHING DONE"
006230             TO ASF-RPT-MSG-TEXT
006240         GO TO 1100-READ-CONTROL-CARD-REFUSE
006250     END-IF.
006260     GO TO 1100-READ-CONTROL-CARD-EXIT.
006270 1100-READ-CONTROL-CARD-REFUSE.
006280     SET ASF-REFUSED TO TRUE.
006290     MOVE 8 TO ASF-RUN-RC.
006300     DISPLAY "ARRASOF - " ASF-RPT-MSG-TEXT.
006310     WRITE ASF-REPORT-REC FROM ASF-RPT-MSG-LINE.
006320 1100-READ-CONTROL-CARD-EXIT.
006330     EXIT.
006340*
006350 1200-WRITE-ASOF-LINE.
006360     MOVE ASF-ASOF-MM TO ASF-RPT-ASOF-MM.
006370     MOVE ASF-ASOF-DD TO ASF-RPT-ASOF-DD.
006380     MOVE ASF-ASOF-YY TO ASF-RPT-ASOF-YY.
006390     MOVE ASF-ASOF-HH TO ASF-RPT-ASOF-HH.
006400     MOVE ASF-ASOF-MI TO ASF-RPT-ASOF-MI.
006410     MOVE ASF-ASOF-SS TO ASF-RPT-ASOF-SS.
006420     IF ASF-VALUED
006430         MOVE "VALUED AT ARRCOST" TO ASF-RPT-ASOF-VALUED
006440     ELSE
006450         MOVE SPACES TO ASF-RPT-ASOF-VALUED
006460     END-IF.
006470     WRITE ASF-REPORT-REC FROM ASF-RPT-ASOF-LINE.
006480 1200-WRITE-ASOF-LINE-EXIT.
006490     EXIT.
006500*
006510*===============================================================
006520* 1300-LOAD-COST-MASTER  -  LOAD ARRCOST INTO ASF-COST-TABLE.
006530*     WITH NO COST MASTER EVERY BIN VALUES AT ZERO AND IS
006540*     FLAGGED, THE SAME RULE AS THE ARRVAL REPORT.
006550*===============================================================
006560 1300-LOAD-COST-MASTER.
006570     OPEN INPUT ASF-COST-FILE.
006580     IF ASF-COST-NOT-FOUND
006590         DISPLAY "ARRASOF - NO ARRCOST COST MASTER - EVERY "
006600             "BIN VALUES AT ZERO"
006610         GO TO 1300-LOAD-COST-MASTER-EXIT
006620     END-IF.
006630     PERFORM 1310-READ-COST-REC
006640         THRU 1310-READ-COST-REC-EXIT
006650         UNTIL ASF-COST-EOF
006660         OR ASF-COST-COUNT = ASF-COST-MAX-ENTRIES.
006670     IF NOT ASF-COST-EOF
006680         DISPLAY "ARRASOF - COST TABLE FULL - REMAINING "
006690             "ARRCOST ROWS NOT LOADED"
006700     END-IF.
006710     CLOSE ASF-COST-FILE.
006720 1300-LOAD-COST-MASTER-EXIT.
006730     EXIT.
006740*
006750 1310-READ-COST-REC.
006760     READ ASF-COST-FILE
006770         AT END
006780             SET ASF-COST-EOF TO TRUE
006790             GO TO 1310-READ-COST-REC-EXIT
006800     END-READ.
006810     IF ASF-COST-CODE NOT > ASF-COST-PREV-CODE
006820         DISPLAY "ARRASOF - ARRCOST ROW OUT OF SEQUENCE, "
006830             "SKIPPED: " ASF-COST-CODE
006840         GO TO 1310-READ-COST-REC-EXIT
006850     END-IF.
006860     IF ASF-COST-UNIT NOT NUMERIC
006870         DISPLAY "ARRASOF - ARRCOST UNIT COST NOT NUMERIC, "
006880             "SKIPPED: " ASF-COST-CODE
006890         GO TO 1310-READ-COST-REC-EXIT
006900     END-IF.
006910     ADD 1 TO ASF-COST-COUNT.
006920     MOVE ASF-COST-CODE TO ASF-COST-TBL-CODE (ASF-COST-COUNT)
006930                           ASF-COST-PREV-CODE.
006940     MOVE ASF-COST-UNIT TO ASF-COST-TBL-UNIT (ASF-COST-COUNT).
006950 1310-READ-COST-REC-EXIT.
006960     EXIT.
006970*
006980*===============================================================
006990* 2000-RECONSTRUCT  -  FIND THE STARTING POSITION AND REPLAY
007000*     THE AUDIT TRAIL FROM IT TO THE AS-OF MOMENT.  THE START IS
007010*     THE LATEST OF THE SNAPSHOT GENERATIONS AND THE PRIOR CLOSE
007020*     THAT IS NOT LATER THAN THE AS-OF.  WITH NEITHER, EVERY BIN
007030*     STARTS AT ZERO AND THE WHOLE AUDIT HISTORY IS REPLAYED,
007040*     WHICH IS ONLY RIGHT IF ARRAUD HAS NEVER BEEN ARCHIVED.
007050*===============================================================
007060 2000-RECONSTRUCT.
007070     PERFORM 2100-CHECK-PRIOR-CLOSE
007080         THRU 2100-CHECK-PRIOR-CLOSE-EXIT.
007090     PERFORM 2200-SCAN-GENERATIONS
007100         THRU 2200-SCAN-GENERATIONS-EXIT.
007110     IF NOT ASF-START-GEN
007120         AND ASF-PCLS-USABLE
007130         PERFORM 2300-LOAD-PRIOR-CLOSE
007140             THRU 2300-LOAD-PRIOR-CLOSE-EXIT
007150     END-IF.
007160     IF ASF-START-SRC = SPACES
007170         DISPLAY "ARRASOF - NO SNAPSHOT OR CLOSE BEFORE THE "
007180             "AS-OF - EVERY BIN STARTS AT ZERO"
007190         MOVE 4 TO ASF-RUN-RC
007200     END-IF.
007210     PERFORM 2400-REPLAY-AUDIT
007220         THRU 2400-REPLAY-AUDIT-EXIT.
007230 2000-RECONSTRUCT-EXIT.
007240     EXIT.
007250*
007260*    THE CLOSE POSITION IS THE BOOK AT THE END OF ITS CLOSE
007270*    DATE - EVERY ROW CARRIES THE SAME DATE, SO THE FIRST ONE
007280*    SAYS WHETHER IT IS USABLE.
007290 2100-CHECK-PRIOR-CLOSE.
007300     OPEN INPUT ASF-PCLS-FILE.
007310     IF ASF-PCLS-STATUS NOT = "00"
007320         GO TO 2100-CHECK-PRIOR-CLOSE-EXIT
007330     END-IF.
007340     READ ASF-PCLS-FILE
007350         AT END
007360             MOVE ZEROS TO ASF-PCLS-CLOSE-DATE
007370     END-READ.
007380     CLOSE ASF-PCLS-FILE.
007390     IF ASF-PCLS-CLOSE-DATE NOT NUMERIC
007400         OR ASF-PCLS-CLOSE-DATE = 0
007410         GO TO 2100-CHECK-PRIOR-CLOSE-EXIT
007420     END-IF.
007430     MOVE ASF-PCLS-CLOSE-DATE TO ASF-STMP-DATE.
007440     MOVE ASF-END-OF-DAY      TO ASF-STMP-TIME.
007450     IF ASF-STMP-N NOT > ASF-ASOF-STAMP-N
007460         MOVE ASF-STMP-N TO ASF-PCLS-STAMP
007470         SET ASF-PCLS-USABLE TO TRUE
007480     END-IF.
007490 2100-CHECK-PRIOR-CLOSE-EXIT.
007500     EXIT.
007510*
007520*===============================================================
007530* 2200-SCAN-GENERATIONS  -  READ THE SNAPSHOT HISTORY NEWEST
007540*     GENERATION FIRST.  GENERATIONS STAMPED LATER THAN THE
007550*     AS-OF ARE SKIPPED; THE FIRST ONE NOT LATER IS THE NEAREST
007560*     EARLIER AND IS LOADED, UNLESS THE PRIOR CLOSE IS LATER
007570*     STILL, IN WHICH CASE THE SCAN STOPS AND THE CLOSE IS USED.
007580*===============================================================
007590 2200-SCAN-GENERATIONS.
007600     OPEN INPUT ASF-HIST-FILE.
007610     IF ASF-HIST-STATUS NOT = "00"
007620         DISPLAY "ARRASOF - NO ARRSNAPH SNAPSHOT HISTORY - "
007630             "STATUS " ASF-HIST-STATUS
007640         GO TO 2200-SCAN-GENERATIONS-EXIT
007650     END-IF.
007660     PERFORM 2210-READ-HIST-REC
007670         THRU 2210-READ-HIST-REC-EXIT
007680         UNTIL ASF-HIST-EOF
007690         OR ASF-GEN-DONE.
007700     CLOSE ASF-HIST-FILE.
007710 2200-SCAN-GENERATIONS-EXIT.
007720     EXIT.
007730*
007740 2210-READ-HIST-REC.
007750     READ ASF-HIST-FILE
007760         AT END
007770             SET ASF-HIST-EOF TO TRUE
007780             GO TO 2210-READ-HIST-REC-EXIT
007790     END-READ.
007800     MOVE 0 TO ASF-STMP-DATE.
007810     IF ASF-HIST-RUN-DATE NUMERIC
007820         MOVE ASF-HIST-RUN-DATE TO ASF-STMP-DATE
007830     END-IF.
007840     IF ASF-HIST-RUN-TIME NUMERIC
007850         MOVE ASF-HIST-RUN-TIME TO ASF-STMP-TIME
007860     ELSE
007870         MOVE ASF-END-OF-DAY TO ASF-STMP-TIME
007880     END-IF.
007890     IF ASF-GEN-COUNT > 0
007900         AND ASF-HIST-SUB > ASF-PREV-SUB
007910         AND ASF-STMP-N = ASF-GEN-STAMP
007920         GO TO 2210-READ-HIST-REC-LOAD
007930     END-IF.
007940*    FIRST RECORD OF A GENERATION.
007950     IF ASF-GEN-LOADING
007960         SET ASF-GEN-DONE TO TRUE
007970         GO TO 2210-READ-HIST-REC-EXIT
007980     END-IF.
007990     ADD 1 TO ASF-GEN-COUNT.
008000     MOVE ASF-STMP-N TO ASF-GEN-STAMP.
008010     IF ASF-GEN-STAMP > ASF-ASOF-STAMP-N
008020         GO TO 2210-READ-HIST-REC-LOAD
008030     END-IF.
008040     IF ASF-PCLS-USABLE
008050         AND ASF-PCLS-STAMP > ASF-GEN-STAMP
008060         SET ASF-GEN-DONE TO TRUE
008070         GO TO 2210-READ-HIST-REC-EXIT
008080     END-IF.
008090     SET ASF-GEN-LOADING TO TRUE.
008100     SET ASF-START-GEN TO TRUE.
008110     MOVE ASF-GEN-STAMP TO ASF-START-STAMP-N.
008120 2210-READ-HIST-REC-LOAD.
008130     MOVE ASF-HIST-SUB TO ASF-PREV-SUB.
008140     IF NOT ASF-GEN-LOADING
008150         GO TO 2210-READ-HIST-REC-EXIT
008160     END-IF.
008170     MOVE ASF-HIST-BIN-KEY TO ASF-WORK-KEY.
008180     PERFORM 6000-FIND-OR-ADD-KEY
008190         THRU 6000-FIND-OR-ADD-KEY-EXIT.
008200     IF ASF-INS-POS = 0
008210         GO TO 2210-READ-HIST-REC-EXIT
008220     END-IF.
008230     MOVE ASF-HIST-VAL TO ASF-START (ASF-INS-POS)
008240                          ASF-POSITION (ASF-INS-POS).
008250 2210-READ-HIST-REC-EXIT.
008260     EXIT.
008270*
008280*===============================================================
008290* 2300-LOAD-PRIOR-CLOSE  -  START FROM THE ARRPCLS CLOSE
008300*     POSITION, AS ARRCLOSE DOES.
008310*===============================================================
008320 2300-LOAD-PRIOR-CLOSE.
008330     OPEN INPUT ASF-PCLS-FILE.
008340     IF ASF-PCLS-STATUS NOT = "00"
008350         GO TO 2300-LOAD-PRIOR-CLOSE-EXIT
008360     END-IF.
008370     SET ASF-START-CLOSE TO TRUE.
008380     MOVE ASF-PCLS-STAMP TO ASF-START-STAMP-N.
008390     PERFORM 2310-READ-PCLS-REC
008400         THRU 2310-READ-PCLS-REC-EXIT
008410         UNTIL ASF-PCLS-EOF.
008420     CLOSE ASF-PCLS-FILE.
008430 2300-LOAD-PRIOR-CLOSE-EXIT.
008440     EXIT.
008450*
008460 2310-READ-PCLS-REC.
008470     READ ASF-PCLS-FILE
008480         AT END
008490             SET ASF-PCLS-EOF TO TRUE
008500             GO TO 2310-READ-PCLS-REC-EXIT
008510     END-READ.
008520     MOVE ASF-PCLS-BIN-KEY TO ASF-WORK-KEY.
008530     PERFORM 6000-FIND-OR-ADD-KEY
008540         THRU 6000-FIND-OR-ADD-KEY-EXIT.
008550     IF ASF-INS-POS = 0
008560         GO TO 2310-READ-PCLS-REC-EXIT
008570     END-IF.
008580     MOVE ASF-PCLS-VAL TO ASF-START (ASF-INS-POS)
008590                          ASF-POSITION (ASF-INS-POS).
008600 2310-READ-PCLS-REC-EXIT.
008610     EXIT.
008620*
008630*===============================================================
008640* 2400-REPLAY-AUDIT  -  APPLY EVERY AUDIT RECORD STAMPED AFTER
008650*     THE STARTING POINT AND NOT AFTER THE AS-OF, IN THE ORDER
008660*     WRITTEN, EXACTLY AS ARRCLOSE ROLLS FORWARD - A LOAD (OR A
008670*     PRE-FLAG RECORD) REPLACES THE BALANCE, ANYTHING ELSE
008680*     APPLIES ITS OLD-TO-NEW DELTA.  A RECORD WITH NO TIME OF
008690*     DAY COUNTS AS THE START OF ITS DATE.
008700*===============================================================
008710 2400-REPLAY-AUDIT.
008720     OPEN INPUT ASF-AUD-FILE.
008730     IF ASF-AUD-NOT-FOUND
008740         DISPLAY "ARRASOF - NO ARRAUD AUDIT FILE - POSITION IS "
008750             "THE STARTING POINT UNCHANGED"
008760         GO TO 2400-REPLAY-AUDIT-EXIT
008770     END-IF.
008780     PERFORM 2410-APPLY-ONE-AUDIT
008790         THRU 2410-APPLY-ONE-AUDIT-EXIT
008800         UNTIL ASF-AUD-EOF.
008810     CLOSE ASF-AUD-FILE.
008820 2400-REPLAY-AUDIT-EXIT.
008830     EXIT.
008840*
008850 2410-APPLY-ONE-AUDIT.
008860     READ ASF-AUD-FILE
008870         AT END
008880             SET ASF-AUD-EOF TO TRUE
008890             GO TO 2410-APPLY-ONE-AUDIT-EXIT
008900     END-READ.
008910     ADD 1 TO ASF-AUD-READ-COUNT.
008920     IF ASF-AUD-RUN-DATE NOT NUMERIC
008930         GO TO 2410-APPLY-ONE-AUDIT-EXIT
008940     END-IF.
008950     MOVE ASF-AUD-RUN-DATE TO ASF-STMP-DATE.
008960     IF ASF-AUD-RUN-TIME NUMERIC
008970         MOVE ASF-AUD-RUN-TIME TO ASF-STMP-TIME
008980     ELSE
008990         MOVE 0 TO ASF-STMP-TIME
009000     END-IF.
009010     IF ASF-STMP-N NOT > ASF-START-STAMP-N
009020         OR ASF-STMP-N > ASF-ASOF-STAMP-N
009030         GO TO 2410-APPLY-ONE-AUDIT-EXIT
009040     END-IF.
009050     ADD 1 TO ASF-AUD-USED-COUNT.
009060     MOVE ASF-AUD-WHSE TO ASF-WORK-WHSE.
009070     MOVE ASF-AUD-CODE TO ASF-WORK-CODE.
009080     PERFORM 6000-FIND-OR-ADD-KEY
009090         THRU 6000-FIND-OR-ADD-KEY-EXIT.
009100     IF ASF-INS-POS = 0
009110         GO TO 2410-APPLY-ONE-AUDIT-EXIT
009120     END-IF.
009130     IF ASF-AUD-SOURCE-LOAD
009140         MOVE ASF-AUD-NEW-VAL TO ASF-POSITION (ASF-INS-POS)
009150     ELSE
009160         COMPUTE ASF-POSITION (ASF-INS-POS)
009170             = ASF-POSITION (ASF-INS-POS)
009180             + ASF-AUD-NEW-VAL - ASF-AUD-OLD-VAL
009190     END-IF.
009200 2410-APPLY-ONE-AUDIT-EXIT.
009210     EXIT.
009220*
009230*===============================================================
009240* 3000-PRINT-POSITION  -  THE STARTING POINT, THEN ONE LINE PER
009250*     BIN IN WAREHOUSE AND BIN CODE SEQUENCE WITH WAREHOUSE
009260*     TOTALS AND A GRAND TOTAL.  A BIN THAT STARTED AND ENDED
009270*     EMPTY IS LEFT OFF.
009280*===============================================================
009290 3000-PRINT-POSITION.
009300     EVALUATE TRUE
009310         WHEN ASF-START-GEN
009320             MOVE "ARRSNAP GENERATION WRITTEN"
009330                 TO ASF-RPT-START-DESC
009340             MOVE ASF-START-DATE TO ASF-RPT-START-DATE
009350             MOVE ASF-START-HH   TO ASF-RPT-START-HH
009360             MOVE ASF-START-MI   TO ASF-RPT-START-MI
009370             MOVE ASF-START-SS   TO ASF-RPT-START-SS
009380             IF ASF-START-HH = 23 AND ASF-START-HS = 99
009390                 MOVE "END DAY" TO ASF-RPT-START-TIME
009400             END-IF
009410         WHEN ASF-START-CLOSE
009420             MOVE "ARRPCLS CLOSE POSITION AT"
009430                 TO ASF-RPT-START-DESC
009440             MOVE ASF-START-DATE TO ASF-RPT-START-DATE
009450             MOVE "END DAY" TO ASF-RPT-START-TIME
009460         WHEN OTHER
009470             MOVE "NONE - EVERY BIN FROM ZERO"
009480                 TO ASF-RPT-START-DESC
009490             MOVE SPACES TO ASF-RPT-START-DATE
009500                            ASF-RPT-START-TIME
009510     END-EVALUATE.
009520     MOVE ASF-AUD-USED-COUNT TO ASF-RPT-START-AUD.
009530     WRITE ASF-REPORT-REC FROM ASF-RPT-START-LINE.
009540     WRITE ASF-REPORT-REC FROM ASF-RPT-COL-LINE.
009550     MOVE SPACES TO ASF-PREV-WHSE.
009560     PERFORM 3100-PRINT-ONE-BIN
009570         THRU 3100-PRINT-ONE-BIN-EXIT
009580         VARYING ASF-SCAN-SUB FROM 1 BY 1
009590         UNTIL ASF-SCAN-SUB > ASF-COUNT.
009600     IF ASF-PREV-WHSE = SPACES
009610         WRITE ASF-REPORT-REC FROM ASF-RPT-NONE-LINE
009620         GO TO 3000-PRINT-POSITION-EXIT
009630     END-IF.
009640     PERFORM 3200-PRINT-WHSE-TOTAL
009650         THRU 3200-PRINT-WHSE-TOTAL-EXIT.
009660     MOVE "ALL WAREHOUSES"  TO ASF-RPT-WT-LABEL.
009670     MOVE ASF-GRAND-BINS    TO ASF-RPT-WT-BINS.
009680     MOVE ASF-GRAND-QTY     TO ASF-RPT-WT-QTY.
009690     MOVE ASF-GRAND-VALUE   TO ASF-RPT-WT-VALUE.
009700     WRITE ASF-REPORT-REC FROM ASF-RPT-WT-LINE.
009710     IF ASF-NOCOST-COUNT > 0
009720         AND ASF-RUN-RC < 4
009730         MOVE 4 TO ASF-RUN-RC
009740     END-IF.
009750 3000-PRINT-POSITION-EXIT.
009760     EXIT.
009770*
009780 3100-PRINT-ONE-BIN.
009790     IF ASF-START (ASF-SCAN-SUB) = 0
009800         AND ASF-POSITION (ASF-SCAN-SUB) = 0
009810         GO TO 3100-PRINT-ONE-BIN-EXIT
009820     END-IF.
009830     IF ASF-WHSE (ASF-SCAN-SUB) NOT = ASF-PREV-WHSE
009840         AND ASF-PREV-WHSE NOT = SPACES
009850         PERFORM 3200-PRINT-WHSE-TOTAL
009860             THRU 3200-PRINT-WHSE-TOTAL-EXIT
009870     END-IF.
009880     MOVE ASF-WHSE (ASF-SCAN-SUB) TO ASF-PREV-WHSE.
009890     COMPUTE ASF-ACTIVITY
009900         = ASF-POSITION (ASF-SCAN-SUB) - ASF-START (ASF-SCAN-SUB).
009910     MOVE ASF-WHSE (ASF-SCAN-SUB)     TO ASF-RPT-DTL-WHSE.
009920     MOVE ASF-CODE (ASF-SCAN-SUB)     TO ASF-RPT-DTL-CODE.
009930     MOVE ASF-START (ASF-SCAN-SUB)    TO ASF-RPT-DTL-START.
009940     MOVE ASF-ACTIVITY                TO ASF-RPT-DTL-ACT.
009950     MOVE ASF-POSITION (ASF-SCAN-SUB) TO ASF-RPT-DTL-POS.
009960     MOVE SPACES                      TO ASF-RPT-DTL-NOTE.
009970     MOVE 0                           TO ASF-UNIT-WORK
009980                                         ASF-VALUE-WORK.
009990     IF ASF-VALUED
010000         PERFORM 7000-FIND-UNIT-COST
010010             THRU 7000-FIND-UNIT-COST-EXIT
010020         COMPUTE ASF-VALUE-WORK
010030             = ASF-POSITION (ASF-SCAN-SUB) * ASF-UNIT-WORK
010040         IF NOT ASF-COST-FOUND
010050             ADD 1 TO ASF-NOCOST-COUNT
010060             MOVE "* NO COST *" TO ASF-RPT-DTL-NOTE
010070         END-IF
010080     END-IF.
010090     IF ASF-POSITION (ASF-SCAN-SUB) < 0
010100         MOVE "* NEGATIVE *" TO ASF-RPT-DTL-NOTE
010110     END-IF.
010120     MOVE ASF-UNIT-WORK  TO ASF-RPT-DTL-COST.
010130     MOVE ASF-VALUE-WORK TO ASF-RPT-DTL-VALUE.
010140     WRITE ASF-REPORT-REC FROM ASF-RPT-DTL-LINE.
010150     ADD 1 TO ASF-WHSE-BINS.
010160     ADD ASF-POSITION (ASF-SCAN-SUB) TO ASF-WHSE-QTY.
010170     ADD ASF-VALUE-WORK TO ASF-WHSE-VALUE.
010180 3100-PRINT-ONE-BIN-EXIT.
010190     EXIT.
010200*
010210 3200-PRINT-WHSE-TOTAL.
010220     MOVE SPACES          TO ASF-RPT-WT-LABEL.
010230     MOVE "WAREHOUSE"     TO ASF-RPT-WT-LIT.
010240     MOVE ASF-PREV-WHSE   TO ASF-RPT-WT-WHSE.
010250     MOVE ASF-WHSE-BINS   TO ASF-RPT-WT-BINS.
010260     MOVE ASF-WHSE-QTY    TO ASF-RPT-WT-QTY.
010270     MOVE ASF-WHSE-VALUE  TO ASF-RPT-WT-VALUE.
010280     WRITE ASF-REPORT-REC FROM ASF-RPT-WT-LINE.
010290     ADD ASF-WHSE-BINS    TO ASF-GRAND-BINS.
010300     ADD ASF-WHSE-QTY     TO ASF-GRAND-QTY.
010310     ADD ASF-WHSE-VALUE   TO ASF-GRAND-VALUE.
010320     MOVE 0 TO ASF-WHSE-BINS.
010330     MOVE 0 TO ASF-WHSE-QTY.
010340     MOVE 0 TO ASF-WHSE-VALUE.
010350 3200-PRINT-WHSE-TOTAL-EXIT.
010360     EXIT.
010370*
010380*===============================================================
010390* 4000-VERIFY-SNAPK  -  COMPARE ARRSNAPK BIN BY BIN WITH
010400*     ARRSNAP(0) AND LIST EVERY DIFFERENCE.  ON AN "R" CARD A
010410*     DISAGREEING ARRSNAPK IS RELOADED FROM ARRSNAP(0) - BUT
010420*     NEVER FROM AN EMPTY OR MISSING ONE, WHICH WOULD WIPE THE
010430*     LOOKUPS OUT RATHER THAN REPAIR THEM.
010440*===============================================================
010450 4000-VERIFY-SNAPK.
010460     MOVE 0 TO ASF-COUNT.
010470     WRITE ASF-REPORT-REC FROM ASF-RPT-VHDR-LINE.
010480     WRITE ASF-REPORT-REC FROM ASF-RPT-VCOL-LINE.
010490     OPEN INPUT ASF-SNAP-FILE.
010500     IF ASF-SNAP-NOT-FOUND
010510         DISPLAY "ARRASOF - NO ARRSNAP(0) CURRENT SNAPSHOT"
010520     ELSE
010530         PERFORM 4100-READ-CUR-SNAP
010540             THRU 4100-READ-CUR-SNAP-EXIT
010550             UNTIL ASF-SNAP-EOF
010560         CLOSE ASF-SNAP-FILE
010570     END-IF.
010580     OPEN INPUT ASF-SNAPK-FILE.
010590     IF ASF-SNAPK-STATUS = "00"
010600         PERFORM 4200-READ-SNAPK-REC
010610             THRU 4200-READ-SNAPK-REC-EXIT
010620             UNTIL ASF-SNAPK-EOF
010630         CLOSE ASF-SNAPK-FILE
010640     ELSE
010650         DISPLAY "ARRASOF - ARRSNAPK NOT READABLE - STATUS "
010660             ASF-SNAPK-STATUS
010670     END-IF.
010680     PERFORM 4300-COMPARE-ONE-BIN
010690         THRU 4300-COMPARE-ONE-BIN-EXIT
010700         VARYING ASF-SCAN-SUB FROM 1 BY 1
010710         UNTIL ASF-SCAN-SUB > ASF-COUNT.
010720     EVALUATE TRUE
010730         WHEN ASF-MISMATCH-COUNT = 0
010740             MOVE "ARRSNAPK AGREES WITH ARRSNAP(0)"
010750                 TO ASF-RPT-VTOT-ACTION
010760         WHEN NOT ASF-SNAPK-REBUILD
010770             MOVE "REBUILD NOT REQUESTED - ARRSNAPK LEFT AS IS"
010780                 TO ASF-RPT-VTOT-ACTION
010790         WHEN ASF-SNAP-COUNT = 0
010800             MOVE "ARRSNAP(0) EMPTY - ARRSNAPK NOT REBUILT"
010810                 TO ASF-RPT-VTOT-ACTION
010820         WHEN OTHER
010830             PERFORM 4400-REBUILD-SNAPK
010840                 THRU 4400-REBUILD-SNAPK-EXIT
010850     END-EVALUATE.
010860     IF ASF-MISMATCH-COUNT > 0
010870         AND ASF-RUN-RC < 4
010880         MOVE 4 TO ASF-RUN-RC
010890     END-IF.
010900     MOVE ASF-SNAP-COUNT     TO ASF-RPT-VTOT-SNAP.
010910     MOVE ASF-KSDS-COUNT     TO ASF-RPT-VTOT-KSDS.
010920     MOVE ASF-MISMATCH-COUNT TO ASF-RPT-VTOT-MISM.
010930     WRITE ASF-REPORT-REC FROM ASF-RPT-VTOT-LINE.
010940 4000-VERIFY-SNAPK-EXIT.
010950     EXIT.
010960*
010970 4100-READ-CUR-SNAP.
010980     READ ASF-SNAP-FILE
010990         AT END
011000             SET ASF-SNAP-EOF TO TRUE
011010             GO TO 4100-READ-CUR-SNAP-EXIT
011020     END-READ.
011030     ADD 1 TO ASF-SNAP-COUNT.
011040     MOVE ASF-SNAP-BIN-KEY TO ASF-WORK-KEY.
011050     PERFORM 6000-FIND-OR-ADD-KEY
011060         THRU 6000-FIND-OR-ADD-KEY-EXIT.
011070     IF ASF-INS-POS = 0
011080         GO TO 4100-READ-CUR-SNAP-EXIT
011090     END-IF.
011100     MOVE ASF-SNAP-VAL      TO ASF-POSITION (ASF-INS-POS).
011110     MOVE ASF-SNAP-RUN-DATE TO ASF-SNAP-DATE (ASF-INS-POS).
011120     MOVE "Y" TO ASF-ON-SNAP-SW (ASF-INS-POS).
011130 4100-READ-CUR-SNAP-EXIT.
011140     EXIT.
011150*
011160 4200-READ-SNAPK-REC.
011170     READ ASF-SNAPK-FILE
011180         AT END
011190             SET ASF-SNAPK-EOF TO TRUE
011200             GO TO 4200-READ-SNAPK-REC-EXIT
011210     END-READ.
011220     ADD 1 TO ASF-KSDS-COUNT.
011230     MOVE ASF-SNAPK-BIN-KEY TO ASF-WORK-KEY.
011240     PERFORM 6000-FIND-OR-ADD-KEY
011250         THRU 6000-FIND-OR-ADD-KEY-EXIT.
011260     IF ASF-INS-POS = 0
011270         GO TO 4200-READ-SNAPK-REC-EXIT
011280     END-IF.
011290     MOVE ASF-SNAPK-VAL TO ASF-KSDS-VAL (ASF-INS-POS).
011300     MOVE "Y" TO ASF-ON-KSDS-SW (ASF-INS-POS).
011310 4200-READ-SNAPK-REC-EXIT.
011320     EXIT.
011330*
011340 4300-COMPARE-ONE-BIN.
011350     EVALUATE TRUE
011360         WHEN NOT ASF-ON-KSDS (ASF-SCAN-SUB)
011370             MOVE "MISSING FROM ARRSNAPK" TO ASF-RPT-VDTL-NOTE
011380         WHEN NOT ASF-ON-SNAP (ASF-SCAN-SUB)
011390             MOVE "NOT ON ARRSNAP(0)" TO ASF-RPT-VDTL-NOTE
011400         WHEN ASF-POSITION (ASF-SCAN-SUB)
011410                 NOT = ASF-KSDS-VAL (ASF-SCAN-SUB)
011420             MOVE "VALUE DIFFERS" TO ASF-RPT-VDTL-NOTE
011430         WHEN OTHER
011440             GO TO 4300-COMPARE-ONE-BIN-EXIT
011450     END-EVALUATE.
011460     ADD 1 TO ASF-MISMATCH-COUNT.
011470     MOVE ASF-WHSE (ASF-SCAN-SUB)     TO ASF-RPT-VDTL-WHSE.
011480     MOVE ASF-CODE (ASF-SCAN-SUB)     TO ASF-RPT-VDTL-CODE.
011490     MOVE ASF-POSITION (ASF-SCAN-SUB) TO ASF-RPT-VDTL-SNAP.
011500     MOVE ASF-KSDS-VAL (ASF-SCAN-SUB) TO ASF-RPT-VDTL-KSDS.
011510     WRITE ASF-REPORT-REC FROM ASF-RPT-VDTL-LINE.
011520 4300-COMPARE-ONE-BIN-EXIT.
011530     EXIT.
011540*
011550*===============================================================
011560* 4400-REBUILD-SNAPK  -  RELOAD ARRSNAPK FROM ARRSNAP(0) IN KEY
011570*     SEQUENCE, EXACTLY AS ARRAYDEMO BUILDS IT.  OPENING OUTPUT
011580*     RESETS THE REUSE CLUSTER TO EMPTY FIRST.  ANY FAILURE IS
011590*     RC=8 - THE LOOKUPS CANNOT BE TRUSTED UNTIL IT IS RERUN.
011600*===============================================================
011610 4400-REBUILD-SNAPK.
011620     OPEN OUTPUT ASF-SNAPK-FILE.
011630     IF ASF-SNAPK-STATUS NOT = "00"
011640         DISPLAY "ARRASOF - ARRSNAPK CANNOT BE OPENED FOR "
011650             "REBUILD - STATUS " ASF-SNAPK-STATUS
011660         MOVE "ARRSNAPK REBUILD FAILED - SEE JOB LOG"
011670             TO ASF-RPT-VTOT-ACTION
011680         MOVE 8 TO ASF-RUN-RC
011690         GO TO 4400-REBUILD-SNAPK-EXIT
011700     END-IF.
011710     PERFORM 4410-WRITE-SNAPK-REC
011720         THRU 4410-WRITE-SNAPK-REC-EXIT
011730         VARYING ASF-SCAN-SUB FROM 1 BY 1
011740         UNTIL ASF-SCAN-SUB > ASF-COUNT.
011750     CLOSE ASF-SNAPK-FILE.
011760     IF ASF-WRITE-FAIL-COUNT > 0
011770         MOVE "ARRSNAPK REBUILD FAILED - SEE JOB LOG"
011780             TO ASF-RPT-VTOT-ACTION
011790         MOVE 8 TO ASF-RUN-RC
011800     ELSE
011810         MOVE "ARRSNAPK REBUILT FROM ARRSNAP(0)"
011820             TO ASF-RPT-VTOT-ACTION
011830     END-IF.
011840     DISPLAY "ARRASOF - ARRSNAPK REBUILT - " ASF-REBUILT-COUNT
011850         " RECORDS, " ASF-WRITE-FAIL-COUNT " FAILED".
011860 4400-REBUILD-SNAPK-EXIT.
011870     EXIT.
011880*
011890 4410-WRITE-SNAPK-REC.
011900     IF NOT ASF-ON-SNAP (ASF-SCAN-SUB)
011910         GO TO 4410-WRITE-SNAPK-REC-EXIT
011920     END-IF.
011930     MOVE SPACES                       TO ASF-SNAPK-REC.
011940     MOVE ASF-KEY (ASF-SCAN-SUB)       TO ASF-SNAPK-BIN-KEY.
011950     MOVE ASF-POSITION (ASF-SCAN-SUB)  TO ASF-SNAPK-VAL.
011960     MOVE ASF-SNAP-DATE (ASF-SCAN-SUB) TO ASF-SNAPK-RUN-DATE.
011970     WRITE ASF-SNAPK-REC
011980         INVALID KEY
011990             DISPLAY "ARRASOF - ARRSNAPK WRITE FAILED FOR "
012000                 ASF-SNAPK-BIN-KEY
012010             ADD 1 TO ASF-WRITE-FAIL-COUNT
012020             GO TO 4410-WRITE-SNAPK-REC-EXIT
012030     END-WRITE.
012040     ADD 1 TO ASF-REBUILT-COUNT.
012050 4410-WRITE-SNAPK-REC-EXIT.
012060     EXIT.
012070*
012080*===============================================================
012090* 6000-FIND-OR-ADD-KEY  -  RESOLVE ASF-WORK-KEY TO ITS TABLE
012100*     SLOT, INSERTING A NEW KEY AT ITS PLACE IN ASCENDING
012110*     SEQUENCE.  ASF-INS-POS COMES BACK ZERO ONLY WHEN THE TABLE
012120*     IS FULL.
012130*===============================================================
012140 6000-FIND-OR-ADD-KEY.
012150     MOVE "N" TO ASF-MATCH-SW.
012160     MOVE 0 TO ASF-INS-POS.
012170     PERFORM 6100-SCAN-FOR-POSITION
012180         THRU 6100-SCAN-FOR-POSITION-EXIT
012190         VARYING ASF-SCAN-SUB FROM 1 BY 1
012200         UNTIL ASF-SCAN-SUB > ASF-COUNT
012210         OR ASF-INS-POS > 0.
012220     IF ASF-INS-POS = 0
012230         COMPUTE ASF-INS-POS = ASF-COUNT + 1
012240     END-IF.
012250     IF ASF-KEY-MATCHED
012260         GO TO 6000-FIND-OR-ADD-KEY-EXIT
012270     END-IF.
012280     IF ASF-COUNT = ASF-MAX-ENTRIES
012290         DISPLAY "ARRASOF - POSITION TABLE FULL - KEY "
012300             "SKIPPED: " ASF-WORK-WHSE " " ASF-WORK-CODE
012310         MOVE 0 TO ASF-INS-POS
012320         GO TO 6000-FIND-OR-ADD-KEY-EXIT
012330     END-IF.
012340     ADD 1 TO ASF-COUNT.
012350     PERFORM 6200-SHIFT-ONE-ENTRY
012360         THRU 6200-SHIFT-ONE-ENTRY-EXIT
012370         VARYING ASF-SHIFT-SUB FROM ASF-COUNT BY -1
012380         UNTIL ASF-SHIFT-SUB NOT > ASF-INS-POS.
012390     MOVE ASF-WORK-KEY TO ASF-KEY (ASF-INS-POS).
012400     MOVE 0   TO ASF-START (ASF-INS-POS).
012410     MOVE 0   TO ASF-POSITION (ASF-INS-POS).
012420     MOVE 0   TO ASF-SNAP-DATE (ASF-INS-POS).
012430     MOVE 0   TO ASF-KSDS-VAL (ASF-INS-POS).
012440     MOVE "N" TO ASF-ON-SNAP-SW (ASF-INS-POS).
012450     MOVE "N" TO ASF-ON-KSDS-SW (ASF-INS-POS).
012460 6000-FIND-OR-ADD-KEY-EXIT.
012470     EXIT.
012480*
012490 6100-SCAN-FOR-POSITION.
012500     IF ASF-KEY (ASF-SCAN-SUB) = ASF-WORK-KEY
012510         SET ASF-KEY-MATCHED TO TRUE
012520         MOVE ASF-SCAN-SUB TO ASF-INS-POS
012530     ELSE
012540         IF ASF-KEY (ASF-SCAN-SUB) > ASF-WORK-KEY
012550             MOVE ASF-SCAN-SUB TO ASF-INS-POS
012560         END-IF
012570     END-IF.
012580 6100-SCAN-FOR-POSITION-EXIT.
012590     EXIT.
012600*
012610 6200-SHIFT-ONE-ENTRY.
012620     MOVE ASF-ENTRY (ASF-SHIFT-SUB - 1)
012630         TO ASF-ENTRY (ASF-SHIFT-SUB).
012640 6200-SHIFT-ONE-ENTRY-EXIT.
012650     EXIT.
012660*
012670*===============================================================
012680* 7000-FIND-UNIT-COST  -  LOOK THE BIN AT ASF-SCAN-SUB UP ON
012690*     THE COST TABLE.  ASF-UNIT-WORK COMES BACK ZERO WHEN IT HAS
012700*     NO ARRCOST ROW.
012710*===============================================================
012720 7000-FIND-UNIT-COST.
012730     MOVE "N" TO ASF-COST-FOUND-SW.
012740     MOVE 0 TO ASF-UNIT-WORK.
012750     IF ASF-COST-COUNT = 0
012760         GO TO 7000-FIND-UNIT-COST-EXIT
012770     END-IF.
012780     SEARCH ALL ASF-COST-ENTRY
012790         AT END
012800             CONTINUE
012810         WHEN ASF-COST-TBL-CODE (ASF-COST-IDX)
012820                 = ASF-CODE (ASF-SCAN-SUB)
012830             SET ASF-COST-FOUND TO TRUE
012840             MOVE ASF-COST-TBL-UNIT (ASF-COST-IDX)
012850                 TO ASF-UNIT-WORK
012860     END-SEARCH.
012870 7000-FIND-UNIT-COST-EXIT.
012880     EXIT.
012890*
012900*===============================================================
012910* 9000-TERMINATE  -  CLOSE THE REPORT AND SET THE GRADED
012920*     CONDITION CODE - 8 NOTHING DONE OR ARRSNAPK REBUILD
012930*     FAILED, 4 NO STARTING POINT, UNCOSTED BINS OR ARRSNAPK
012940*     DISAGREED (REBUILT OR NOT), 0 CLEAN.
012950*===============================================================
012960 9000-TERMINATE.
012970     CLOSE ASF-REPORT-FILE.
012980     DISPLAY "ARRASOF - GENERATIONS SCANNED " ASF-GEN-COUNT
012990         " AUDIT REPLAYED " ASF-AUD-USED-COUNT
013000         " ARRSNAPK MISMATCHES " ASF-MISMATCH-COUNT
013010         " RC " ASF-RUN-RC.
013020     MOVE ASF-RUN-RC TO RETURN-CODE.
013030 9000-TERMINATE-EXIT.
013040     EXIT.

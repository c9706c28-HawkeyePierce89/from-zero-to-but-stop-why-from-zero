000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ARRGLPST.
000030 AUTHOR.        R L HOBAUGH.
000040 INSTALLATION.  DATA CENTER SERVICES.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*===============================================================
000080* MODIFICATION HISTORY
000090*-----------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* ---------  ----  ----------------------------------------
000120* 10/15/26   RLH   ORIGINAL PROGRAM - GENERAL LEDGER JOURNAL
000130*                  INTERFACE.  FINANCE HAND-BUILT THE MONTH'S
000140*                  INVENTORY ENTRIES FROM THE ARRVAL LISTING AND
000150*                  THE ARRAUDRP INQUIRY.  THIS RUN READS THE
000160*                  ARRAUD RECORDS FOR A CONTROL-CARD PERIOD,
000170*                  PRICES EACH OLD-TO-NEW CHANGE AT THE ARRCOST
000180*                  UNIT COST, MAPS IT THROUGH THE ARRGLAC ACCOUNT
000190*                  TABLE (WAREHOUSE PLUS SOURCE AND ACTIVITY
000200*                  TYPE) TO AN INVENTORY AND AN OFFSET ACCOUNT,
000210*                  AND WRITES A BALANCED ARRGLJN JOURNAL IN THE
000220*                  LEDGER'S IMPORT LAYOUT WITH HEADER AND
000230*                  TRAILER CONTROL TOTALS.  THE ARRGLREG REGISTER
000240*                  LISTS EVERY PRICED CHANGE AND TIES THE NET
000250*                  MOVEMENT BACK TO THE CHANGE IN ARRVAL GRAND
000260*                  TOTAL BETWEEN THE OPENING AND CLOSING ARRSNAP
000270*                  GENERATIONS.  EVERY RUN IS LOGGED ON THE
000280*                  CUMULATIVE ARRGLPL PERIOD LOG, AND A PERIOD
000290*                  OVERLAPPING ONE ALREADY JOURNALED IS REFUSED.
000300*===============================================================
000310*
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SOURCE-COMPUTER.   IBM-370.
000350 OBJECT-COMPUTER.   IBM-370.
000360*
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT GLP-AUD-FILE    ASSIGN TO ARRAUD
000400         ORGANIZATION IS SEQUENTIAL
000410         FILE STATUS IS GLP-AUD-STATUS.
000420     SELECT GLP-COST-FILE   ASSIGN TO ARRCOST
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS GLP-COST-STATUS.
000450     SELECT GLP-ACCT-FILE   ASSIGN TO ARRGLAC
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS GLP-ACCT-STATUS.
000480     SELECT GLP-SNAPB-FILE  ASSIGN TO ARRSNAPB
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS GLP-SNAPB-STATUS.
000510     SELECT GLP-SNAPE-FILE  ASSIGN TO ARRSNAPE
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS GLP-SNAPE-STATUS.
000540     SELECT GLP-PLOG-FILE   ASSIGN TO ARRGLPL
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS GLP-PLOG-STATUS.
000570     SELECT GLP-CTL-FILE    ASSIGN TO ARRGLCTL
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS GLP-CTL-STATUS.
000600     SELECT GLP-JNL-FILE    ASSIGN TO ARRGLJN
000610         ORGANIZATION IS SEQUENTIAL.
000620     SELECT GLP-REPORT-FILE ASSIGN TO ARRGLREG
000630         ORGANIZATION IS SEQUENTIAL.
000640*
000650 DATA DIVISION.
000660 FILE SECTION.
000670*
000680*    AUDIT TRAIL RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000690*    ARR-AUDIT-REC.  A BLANK SOURCE MARKS A RECORD FROM BEFORE
000700*    THE FLAG EXISTED AND COUNTS AS A LOAD, AS IN ARRCLOSE.
000710 FD  GLP-AUD-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD.
000740 01  GLP-AUD-REC.
000750     05  GLP-AUD-SUB            PIC 9(04).
000760     05  GLP-AUD-CODE           PIC X(09).
000770     05  GLP-AUD-OLD-VAL        PIC 9(09).
000780     05  GLP-AUD-NEW-VAL        PIC 9(09).
000790     05  GLP-AUD-RUN-DATE       PIC 9(06).
000800     05  GLP-AUD-RUN-DATE-X REDEFINES GLP-AUD-RUN-DATE.
000810         10  GLP-AUD-RUN-YY     PIC 9(02).
000820         10  GLP-AUD-RUN-MM     PIC 9(02).
000830         10  GLP-AUD-RUN-DD     PIC 9(02).
000840     05  GLP-AUD-RUN-TIME       PIC 9(08).
000850     05  GLP-AUD-SOURCE         PIC X(01).
000860         88  GLP-AUD-SOURCE-LOAD            VALUES "L" " ".
000870         88  GLP-AUD-SOURCE-CORR            VALUE "C".
000880         88  GLP-AUD-SOURCE-MOVE            VALUE "M".
000890         88  GLP-AUD-SOURCE-XFER            VALUE "T".
000900     05  GLP-AUD-DOC-NO         PIC X(10).
000910     05  GLP-AUD-WHSE           PIC X(03).
000920     05  GLP-AUD-TYPE           PIC X(01).
000930         88  GLP-AUD-TYPE-VALID-MOVE        VALUES "R" "I" "A".
000940         88  GLP-AUD-TYPE-COUNT             VALUE "K".
000950     05  FILLER                 PIC X(72).
000960*
000970*    UNIT COST MASTER RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
000980*    ARR-COST-REC.  KEPT IN ASCENDING BIN CODE SEQUENCE.
000990 FD  GLP-COST-FILE
001000     RECORDING MODE IS F
001010     LABEL RECORDS ARE STANDARD.
001020 01  GLP-COST-REC.
001030     05  GLP-COST-CODE          PIC X(09).
001040     05  GLP-COST-UNIT          PIC 9(05)V99.
001050     05  GLP-COST-EFF-DATE      PIC 9(06).
001060     05  FILLER                 PIC X(110).
001070*
001080*    ACCOUNT TABLE - ONE ROW PER WAREHOUSE AND ACTIVITY CLASS,
001090*    MAINTAINED BY FINANCE.  THE CLASS IS THE ARRAUD SOURCE
001100*    PLUS ACTIVITY TYPE -
001110*        MR  RECEIPTS              MI  ISSUES
001120*        MA  ADJUSTMENTS           CK  CYCLE-COUNT CORRECTIONS
001130*        CM  MAINTENANCE CORRECTIONS
001140*        T   TRANSFERS (TYPE BLANK) - THE OFFSET IS IN-TRANSIT
001150*    A WAREHOUSE OF "***" IS THE DEFAULT ROW FOR EVERY
001160*    WAREHOUSE WITHOUT ONE OF ITS OWN.  AN INCREASE DEBITS THE
001170*    INVENTORY ACCOUNT AND CREDITS THE OFFSET; A DECREASE THE
001180*    REVERSE.
001190 FD  GLP-ACCT-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD.
001220 01  GLP-ACCT-REC.
001230     05  GLP-ACCT-KEY.
001240         10  GLP-ACCT-WHSE      PIC X(03).
001250         10  GLP-ACCT-SOURCE    PIC X(01).
001260         10  GLP-ACCT-TYPE      PIC X(01).
001270     05  GLP-ACCT-INV           PIC X(12).
001280     05  GLP-ACCT-OFFSET        PIC X(12).
001290     05  GLP-ACCT-DESC          PIC X(20).
001300     05  FILLER                 PIC X(31).
001310*
001320*    OPENING AND CLOSING SNAPSHOTS - THE ARRSNAP GENERATIONS
001330*    CURRENT AT THE START AND AT THE END OF THE PERIOD.  LAYOUT
001340*    MUST MATCH ARRAYDEMO'S ARR-SNAP-REC.
001350 FD  GLP-SNAPB-FILE
001360     RECORDING MODE IS F
001370     LABEL RECORDS ARE STANDARD.
001380 01  GLP-SNAPB-REC.
001390     05  GLP-SNAPB-SUB          PIC 9(04).
001400     05  GLP-SNAPB-BIN-KEY.
001410         10  GLP-SNAPB-WHSE     PIC X(03).
001420         10  GLP-SNAPB-CODE     PIC X(09).
001430     05  GLP-SNAPB-VAL          PIC 9(09).
001440     05  GLP-SNAPB-RUN-DATE     PIC 9(06).
001450     05  FILLER                 PIC X(101).
001460*
001470 FD  GLP-SNAPE-FILE
001480     RECORDING MODE IS F
001490     LABEL RECORDS ARE STANDARD.
001500 01  GLP-SNAPE-REC.
001510     05  GLP-SNAPE-SUB          PIC 9(04).
001520     05  GLP-SNAPE-BIN-KEY.
001530         10  GLP-SNAPE-WHSE     PIC X(03).
001540         10  GLP-SNAPE-CODE     PIC X(09).
001550     05  GLP-SNAPE-VAL          PIC 9(09).
001560     05  GLP-SNAPE-RUN-DATE     PIC 9(06).
001570     05  FILLER                 PIC X(101).
001580*
001590*    JOURNALED PERIOD LOG - ONE RECORD APPENDED PER RUN TO THE
001600*    CUMULATIVE ARRGLPL FILE (ALLOCATED MOD IN THE JCL).  A RUN
001610*    THAT ENDED BETTER THAN RC 8 POSTED ITS JOURNAL; ITS PERIOD
001620*    MAY NOT BE JOURNALED AGAIN.
001630 FD  GLP-PLOG-FILE
001640     RECORDING MODE IS F
001650     LABEL RECORDS ARE STANDARD.
001660 01  GLP-PLOG-REC.
001670     05  GLP-PLOG-FROM-DATE     PIC 9(06).
001680     05  GLP-PLOG-TO-DATE       PIC 9(06).
001690     05  GLP-PLOG-RUN-DATE      PIC 9(06).
001700     05  GLP-PLOG-RUN-TIME      PIC 9(08).
001710     05  GLP-PLOG-JNL-ID        PIC X(10).
001720     05  GLP-PLOG-LINES         PIC 9(06).
001730     05  GLP-PLOG-TOTAL-DR      PIC 9(15)V99.
001740     05  GLP-PLOG-TOTAL-CR      PIC 9(15)V99.
001750     05  GLP-PLOG-RC            PIC 9(02).
001760     05  FILLER                 PIC X(54).
001770*
001780*    CONTROL CARD - THE PERIOD TO JOURNAL.  COLUMNS 1-6 FROM
001790*    DATE, 7-12 TO DATE (BOTH YYMMDD, INCLUSIVE).  BOTH ARE
001800*    REQUIRED - AN OPEN-ENDED PERIOD CANNOT BE GUARDED AGAINST
001810*    A SECOND POSTING.  THE TO DATE IS THE POSTING DATE.
001820 FD  GLP-CTL-FILE
001830     RECORDING MODE IS F
001840     LABEL RECORDS ARE STANDARD.
001850 01  GLP-CTL-REC.
001860     05  GLP-CTL-FROM-DATE      PIC X(06).
001870     05  GLP-CTL-TO-DATE        PIC X(06).
001880     05  FILLER                 PIC X(68).
001890*
001900*    LEDGER IMPORT JOURNAL - ONE HEADER, ONE DETAIL PER DEBIT OR
001910*    CREDIT LINE, ONE TRAILER CARRYING THE LINE COUNT AND BOTH
001920*    SIDES' TOTALS FOR THE LEDGER'S BALANCING CHECK.
001930 FD  GLP-JNL-FILE
001940     RECORDING MODE IS F
001950     LABEL RECORDS ARE STANDARD.
001960 01  GLP-JNL-HDR-REC.
001970     05  GLP-JNL-HDR-TYPE       PIC X(01).
001980     05  GLP-JNL-HDR-ID         PIC X(10).
001990     05  GLP-JNL-HDR-SYSTEM     PIC X(08).
002000     05  GLP-JNL-HDR-FROM       PIC 9(06).
002010     05  GLP-JNL-HDR-TO         PIC 9(06).
002020     05  GLP-JNL-HDR-POST-DATE  PIC 9(06).
002030     05  GLP-JNL-HDR-RUN-DATE   PIC 9(06).
002040     05  FILLER                 PIC X(37).
002050 01  GLP-JNL-DTL-REC.
002060     05  GLP-JNL-DTL-TYPE       PIC X(01).
002070     05  GLP-JNL-DTL-ID         PIC X(10).
002080     05  GLP-JNL-DTL-LINE       PIC 9(06).
002090     05  GLP-JNL-DTL-ACCOUNT    PIC X(12).
002100     05  GLP-JNL-DTL-WHSE       PIC X(03).
002110     05  GLP-JNL-DTL-DR-CR      PIC X(01).
002120     05  GLP-JNL-DTL-AMOUNT     PIC 9(13)V99.
002130     05  GLP-JNL-DTL-DESC       PIC X(30).
002140     05  FILLER                 PIC X(02).
002150 01  GLP-JNL-TRL-REC.
002160     05  GLP-JNL-TRL-TYPE       PIC X(01).
002170     05  GLP-JNL-TRL-ID         PIC X(10).
002180     05  GLP-JNL-TRL-LINES      PIC 9(06).
002190     05  GLP-JNL-TRL-TOTAL-DR   PIC 9(13)V99.
002200     05  GLP-JNL-TRL-TOTAL-CR   PIC 9(13)V99.
002210     05  FILLER                 PIC X(33).
002220*
002230 FD  GLP-REPORT-FILE
002240     RECORDING MODE IS F
002250     LABEL RECORDS ARE STANDARD.
002260 01  GLP-REPORT-REC             PIC X(132).
002270*
002280 WORKING-STORAGE SECTION.
002290*---------------------------------------------------------------
002300*    UNIT COST TABLE - LOADED FROM ARRCOST FOR A SEARCH ALL BY
002310*    BIN CODE.  A BIN WITH NO ROW PRICES AT ZERO, AS ON ARRVAL.
002320*---------------------------------------------------------------
002330 01  GLP-COST-TABLE.
002340     05  GLP-COST-COUNT     PIC 9(04)   COMP.
002350     05  GLP-COST-ENTRY     OCCURS 1 TO 1000 TIMES
002360                            DEPENDING ON GLP-COST-COUNT
002370                            ASCENDING KEY IS GLP-COST-TBL-CODE
002380                            INDEXED BY GLP-COST-IDX.
002390         10  GLP-COST-TBL-CODE  PIC X(09)  VALUE SPACES.
002400         10  GLP-COST-TBL-UNIT  PIC 9(05)V99 VALUE 0.
002410 77  GLP-COST-MAX-ENTRIES   PIC 9(04)   VALUE 1000.
002420 77  GLP-COST-PREV-CODE     PIC X(09)   VALUE SPACES.
002430 77  GLP-COST-LOOKUP-CODE   PIC X(09)   VALUE SPACES.
002440 77  GLP-COST-FOUND-SW      PIC X(01)   VALUE "N".
002450     88  GLP-COST-FOUND                 VALUE "Y".
002460 77  GLP-UNIT-WORK          PIC 9(05)V99 VALUE 0.
002470*
002480*---------------------------------------------------------------
002490*    ACCOUNT TABLE - THE ARRGLAC ROWS, SEARCHED FIRST FOR THE
002500*    WAREHOUSE'S OWN ROW AND THEN FOR THE "***" DEFAULT.
002510*---------------------------------------------------------------
002520 01  GLP-ACCT-TABLE.
002530     05  GLP-ACCT-COUNT     PIC 9(04)   COMP.
002540     05  GLP-ACCT-ENTRY     OCCURS 1 TO 200 TIMES
002550                            DEPENDING ON GLP-ACCT-COUNT.
002560         10  GLP-ACCT-TBL-KEY.
002570             15  GLP-ACCT-TBL-WHSE  PIC X(03)  VALUE SPACES.
002580             15  GLP-ACCT-TBL-CLASS PIC X(02)  VALUE SPACES.
002590         10  GLP-ACCT-TBL-INV   PIC X(12)  VALUE SPACES.
002600         10  GLP-ACCT-TBL-OFF   PIC X(12)  VALUE SPACES.
002610         10  GLP-ACCT-TBL-DESC  PIC X(20)  VALUE SPACES.
002620 77  GLP-ACCT-MAX-ENTRIES   PIC 9(04)   VALUE 200.
002630 77  GLP-ACCT-SUB           PIC 9(04)   COMP VALUE 0.
002640 77  GLP-ACCT-FOUND-SUB     PIC 9(04)   COMP VALUE 0.
002650 01  GLP-ACCT-SRCH-KEY.
002660     05  GLP-ACCT-SRCH-WHSE     PIC X(03)   VALUE SPACES.
002670     05  GLP-ACCT-SRCH-CLASS.
002680         10  GLP-ACCT-SRCH-SOURCE PIC X(01) VALUE SPACES.
002690         10  GLP-ACCT-SRCH-TYPE   PIC X(01) VALUE SPACES.
002700*
002710*---------------------------------------------------------------
002720*    ROLL-FORWARD TABLE - ONE ENTRY PER WAREHOUSE PLUS BIN CODE
002730*    SEEN ON EITHER SNAPSHOT OR THE PERIOD'S AUDIT RECORDS, KEPT
002740*    IN ASCENDING KEY SEQUENCE BY ORDERED INSERTION (THE
002750*    ARRCLOSE PATTERN).  EXPECTED IS ROLLED FORWARD FROM THE
002760*    OPENING SO A LOAD'S RESTATEMENT CAN BE MEASURED AGAINST
002770*    WHAT THE BOOK HELD WHEN IT LANDED.
002780*---------------------------------------------------------------
002790 01  GLP-BIN-TABLE.
002800     05  GLP-BIN-COUNT      PIC 9(04)   COMP.
002810     05  GLP-BIN-ENTRY      OCCURS 1 TO 1000 TIMES
002820                            DEPENDING ON GLP-BIN-COUNT.
002830         10  GLP-BIN-KEY.
002840             15  GLP-BIN-WHSE   PIC X(03)   VALUE SPACES.
002850             15  GLP-BIN-CODE   PIC X(09)   VALUE SPACES.
002860         10  GLP-BIN-OPENING    PIC 9(09)   VALUE 0.
002870         10  GLP-BIN-EXPECTED   PIC S9(11)  VALUE 0.
002880         10  GLP-BIN-CLOSING    PIC 9(09)   VALUE 0.
002890 77  GLP-BIN-MAX-ENTRIES    PIC 9(04)   VALUE 1000.
002900*
002910*---------------------------------------------------------------
002920*    JOURNAL BUCKETS - ONE PER WAREHOUSE AND ACTIVITY CLASS,
002930*    IN ASCENDING KEY SEQUENCE, WITH THE ACCOUNTS RESOLVED AND
002940*    THE GROSS VALUE OF INCREASES AND DECREASES KEPT APART SO
002950*    THE JOURNAL SHOWS BOTH DIRECTIONS, NOT A NETTED FIGURE.
002960*---------------------------------------------------------------
002970 01  GLP-JB-TABLE.
002980     05  GLP-JB-COUNT       PIC 9(04)   COMP.
002990     05  GLP-JB-ENTRY       OCCURS 1 TO 500 TIMES
003000                            DEPENDING ON GLP-JB-COUNT.
003010         10  GLP-JB-KEY.
003020             15  GLP-JB-WHSE    PIC X(03)   VALUE SPACES.
003030             15  GLP-JB-CLASS   PIC X(02)   VALUE SPACES.
003040         10  GLP-JB-INV         PIC X(12)   VALUE SPACES.
003050         10  GLP-JB-OFF         PIC X(12)   VALUE SPACES.
003060         10  GLP-JB-DESC        PIC X(20)   VALUE SPACES.
003070         10  GLP-JB-INC-VAL     PIC 9(15)V99 VALUE 0.
003080         10  GLP-JB-DEC-VAL     PIC 9(15)V99 VALUE 0.
003090 77  GLP-JB-MAX-ENTRIES     PIC 9(04)   VALUE 500.
003100 77  GLP-JB-FULL-SW         PIC X(01)   VALUE "N".
003110     88  GLP-JB-FULL                    VALUE "Y".
003120*
003130*    ORDERED-INSERT CONTROLS, SHARED BY THE BIN AND BUCKET
003140*    TABLES - ONLY ONE INSERT IS EVER IN PROGRESS.
003150 01  GLP-WORK-KEY.
003160     05  GLP-WORK-WHSE          PIC X(03)   VALUE SPACES.
003170     05  GLP-WORK-CODE          PIC X(09)   VALUE SPACES.
003180 01  GLP-WORK-JB-KEY.
003190     05  GLP-WORK-JB-WHSE       PIC X(03)   VALUE SPACES.
003200     05  GLP-WORK-JB-CLASS      PIC X(02)   VALUE SPACES.
003210 77  GLP-INS-POS                PIC 9(04)   VALUE 0.
003220 77  GLP-SCAN-SUB               PIC 9(04)   VALUE 0.
003230 77  GLP-SHIFT-SUB              PIC 9(04)   VALUE 0.
003240 77  GLP-MATCH-SW               PIC X(01)   VALUE "N".
003250     88  GLP-KEY-MATCHED                    VALUE "Y".
003260*
003270 01  GLP-AUD-STATUS             PIC X(02)   VALUE SPACES.
003280     88  GLP-AUD-NOT-FOUND                  VALUE "35".
003290 01  GLP-COST-STATUS            PIC X(02)   VALUE SPACES.
003300     88  GLP-COST-NOT-FOUND                 VALUE "35".
003310 01  GLP-ACCT-STATUS            PIC X(02)   VALUE SPACES.
003320     88  GLP-ACCT-NOT-FOUND                 VALUE "35".
003330 01  GLP-SNAPB-STATUS           PIC X(02)   VALUE SPACES.
003340     88  GLP-SNAPB-NOT-FOUND                VALUE "35".
003350 01  GLP-SNAPE-STATUS           PIC X(02)   VALUE SPACES.
003360     88  GLP-SNAPE-NOT-FOUND                VALUE "35".
003370 01  GLP-PLOG-STATUS            PIC X(02)   VALUE SPACES.
003380     88  GLP-PLOG-NOT-FOUND                 VALUE "35".
003390 01  GLP-CTL-STATUS             PIC X(02)   VALUE SPACES.
003400     88  GLP-CTL-NOT-FOUND                  VALUE "35".
003410 77  GLP-AUD-EOF-SW             PIC X(01)   VALUE "N".
003420     88  GLP-AUD-EOF                        VALUE "Y".
003430 77  GLP-COST-EOF-SW            PIC X(01)   VALUE "N".
003440     88  GLP-COST-EOF                       VALUE "Y".
003450 77  GLP-ACCT-EOF-SW            PIC X(01)   VALUE "N".
003460     88  GLP-ACCT-EOF                       VALUE "Y".
003470 77  GLP-SNAPB-EOF-SW           PIC X(01)   VALUE "N".
003480     88  GLP-SNAPB-EOF                      VALUE "Y".
003490 77  GLP-SNAPE-EOF-SW           PIC X(01)   VALUE "N".
003500     88  GLP-SNAPE-EOF                      VALUE "Y".
003510 77  GLP-PLOG-EOF-SW            PIC X(01)   VALUE "N".
003520     88  GLP-PLOG-EOF                       VALUE "Y".
003530*
003540*    POSTING REFUSAL - SET BY ANY CONDITION THAT MUST STOP THE
003550*    JOURNAL BEING WRITTEN.  THE REASON PRINTS ON THE REGISTER.
003560 77  GLP-REFUSED-SW             PIC X(01)   VALUE "N".
003570     88  GLP-POST-REFUSED                   VALUE "Y".
003580 77  GLP-REFUSE-MSG             PIC X(80)   VALUE SPACES.
003590*
003600 77  GLP-FLT-FROM-DATE          PIC 9(06)   VALUE 0.
003610 77  GLP-FLT-TO-DATE            PIC 9(06)   VALUE 0.
003620 01  GLP-JNL-ID.
003630     05  FILLER                 PIC X(03)   VALUE "INV".
003640     05  GLP-JNL-ID-DATE        PIC 9(06)   VALUE 0.
003650     05  FILLER                 PIC X(01)   VALUE SPACES.
003660*
003670 77  GLP-AUD-READ-COUNT         PIC 9(06)   VALUE 0.
003680 77  GLP-AUD-USED-COUNT         PIC 9(06)   VALUE 0.
003690 77  GLP-JNLD-COUNT             PIC 9(06)   VALUE 0.
003700 77  GLP-LOAD-COUNT             PIC 9(06)   VALUE 0.
003710 77  GLP-NOCOST-COUNT           PIC 9(06)   VALUE 0.
003720 77  GLP-NOACCT-COUNT           PIC 9(06)   VALUE 0.
003730 77  GLP-LINE-COUNT             PIC 9(06)   VALUE 0.
003740 77  GLP-RUN-RC                 PIC 9(02)   VALUE 0.
003750*
003760*    PRICING AND TIE-OUT ACCUMULATORS.
003770 77  GLP-QTY-CHANGE             PIC S9(11)  VALUE 0.
003780 77  GLP-EXT-WORK               PIC S9(15)V99 VALUE 0.
003790 77  GLP-ABS-WORK               PIC 9(15)V99 VALUE 0.
003800 77  GLP-TOTAL-DR               PIC 9(15)V99 VALUE 0.
003810 77  GLP-TOTAL-CR               PIC 9(15)V99 VALUE 0.
003820 77  GLP-ACTIVITY-VAL           PIC S9(15)V99 VALUE 0.
003830 77  GLP-LOAD-VAL               PIC S9(15)V99 VALUE 0.
003840 77  GLP-OPEN-VAL               PIC S9(15)V99 VALUE 0.
003850 77  GLP-CLOSE-VAL              PIC S9(15)V99 VALUE 0.
003860 77  GLP-EXPECT-VAL             PIC S9(15)V99 VALUE 0.
003870 77  GLP-UNEXPL-VAL             PIC S9(15)V99 VALUE 0.
003880*
003890*    JOURNAL LINE BEING WRITTEN.
003900 77  GLP-LINE-ACCOUNT           PIC X(12)   VALUE SPACES.
003910 77  GLP-LINE-DR-CR             PIC X(01)   VALUE SPACES.
003920 77  GLP-LINE-AMOUNT            PIC 9(15)V99 VALUE 0.
003930*
003940 01  GLP-RUN-DATE.
003950     05  GLP-RUN-YY             PIC 9(02).
003960     05  GLP-RUN-MM             PIC 9(02).
003970     05  GLP-RUN-DD             PIC 9(02).
003980 01  GLP-RUN-DATE-N REDEFINES GLP-RUN-DATE
003990                                PIC 9(06).
004000 77  GLP-RUN-TIME               PIC 9(08)   VALUE 0.
004010*
004020*---------------------------------------------------------------
004030*    ARRGLREG REGISTER LINE LAYOUTS.
004040*---------------------------------------------------------------
004050 01  GLP-RPT-HDR-LINE.
004060     05  FILLER                 PIC X(20)
004070                                 VALUE "ARRGLPST".
004080     05  FILLER                 PIC X(35)
004090         VALUE "INVENTORY JOURNAL REGISTER".
004100     05  FILLER                 PIC X(10)
004110                                 VALUE "RUN DATE:".
004120     05  GLP-RPT-HDR-MM         PIC 99.
004130     05  FILLER                 PIC X(01) VALUE "/".
004140     05  GLP-RPT-HDR-DD         PIC 99.
004150     05  FILLER                 PIC X(01) VALUE "/".
004160     05  GLP-RPT-HDR-YY         PIC 99.
004170     05  FILLER                 PIC X(59) VALUE SPACES.
004180*
004190 01  GLP-RPT-FLT-LINE.
004200     05  FILLER                 PIC X(04) VALUE SPACES.
004210     05  FILLER                 PIC X(15)
004220                                 VALUE "PERIOD FROM:".
004230     05  GLP-RPT-FLT-FROM       PIC X(08).
004240     05  FILLER                 PIC X(05) VALUE "TO:".
004250     05  GLP-RPT-FLT-TO         PIC X(08).
004260     05  FILLER                 PIC X(11) VALUE "  JOURNAL:".
004270     05  GLP-RPT-FLT-JNL        PIC X(10).
004280     05  FILLER                 PIC X(71) VALUE SPACES.
004290*
004300 01  GLP-RPT-COL-LINE.
004310     05  FILLER                 PIC X(04) VALUE SPACES.
004320     05  FILLER                 PIC X(09) VALUE "DATE".
004330     05  FILLER                 PIC X(05) VALUE "WHSE".
004340     05  FILLER                 PIC X(11) VALUE "BIN CODE".
004350     05  FILLER                 PIC X(04) VALUE "SRC".
004360     05  FILLER                 PIC X(11) VALUE "DOCUMENT".
004370     05  FILLER                 PIC X(13) VALUE "  QTY CHANGE".
004380     05  FILLER                 PIC X(11) VALUE "UNIT COST".
004390     05  FILLER                 PIC X(20)
004400                                 VALUE "     EXTENDED VALUE".
004410     05  FILLER                 PIC X(13) VALUE "DEBIT".
004420     05  FILLER                 PIC X(13) VALUE "CREDIT".
004430     05  FILLER                 PIC X(18) VALUE "NOTE".
004440*
004450 01  GLP-RPT-DTL-LINE.
004460     05  FILLER                 PIC X(04) VALUE SPACES.
004470     05  GLP-RPT-DTL-MM         PIC 99.
004480     05  FILLER                 PIC X(01) VALUE "/".
004490     05  GLP-RPT-DTL-DD         PIC 99.
004500     05  FILLER                 PIC X(01) VALUE "/".
004510     05  GLP-RPT-DTL-YY         PIC 99.
004520     05  FILLER                 PIC X(01) VALUE SPACES.
004530     05  GLP-RPT-DTL-WHSE       PIC X(03).
004540     05  FILLER                 PIC X(02) VALUE SPACES.
004550     05  GLP-RPT-DTL-CODE       PIC X(09).
004560     05  FILLER                 PIC X(02) VALUE SPACES.
004570     05  GLP-RPT-DTL-SOURCE     PIC X(01).
004580     05  FILLER                 PIC X(01) VALUE SPACES.
004590     05  GLP-RPT-DTL-TYPE       PIC X(01).
004600     05  FILLER                 PIC X(01) VALUE SPACES.
004610     05  GLP-RPT-DTL-DOC        PIC X(10).
004620     05  FILLER                 PIC X(01) VALUE SPACES.
004630     05  GLP-RPT-DTL-QTY        PIC -ZZZ,ZZZ,ZZ9.
004640     05  FILLER                 PIC X(01) VALUE SPACES.
004650     05  GLP-RPT-DTL-COST       PIC ZZ,ZZ9.99.
004660     05  FILLER                 PIC X(02) VALUE SPACES.
004670     05  GLP-RPT-DTL-VALUE      PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
004680     05  FILLER                 PIC X(01) VALUE SPACES.
004690     05  GLP-RPT-DTL-DEBIT      PIC X(12).
004700     05  FILLER                 PIC X(01) VALUE SPACES.
004710     05  GLP-RPT-DTL-CREDIT     PIC X(12).
004720     05  FILLER                 PIC X(01) VALUE SPACES.
004730     05  GLP-RPT-DTL-NOTE       PIC X(18).
004740*
004750 01  GLP-RPT-NONE-LINE.
004760     05  FILLER                 PIC X(04) VALUE SPACES.
004770     05  FILLER                 PIC X(44)
004780         VALUE "NO PRICED ACTIVITY ON ARRAUD FOR THE PERIOD".
004790     05  FILLER                 PIC X(84) VALUE SPACES.
004800*
004810 01  GLP-RPT-JHDR-LINE.
004820     05  FILLER                 PIC X(04) VALUE SPACES.
004830     05  FILLER                 PIC X(40)
004840         VALUE "JOURNAL LINES WRITTEN TO ARRGLJN".
004850     05  FILLER                 PIC X(88) VALUE SPACES.
004860*
004870 01  GLP-RPT-JCOL-LINE.
004880     05  FILLER                 PIC X(04) VALUE SPACES.
004890     05  FILLER                 PIC X(08) VALUE "  LINE".
004900     05  FILLER                 PIC X(14) VALUE "ACCOUNT".
004910     05  FILLER                 PIC X(05) VALUE "WHSE".
004920     05  FILLER                 PIC X(08) VALUE "DR/CR".
004930     05  FILLER                 PIC X(20)
004940                                 VALUE "            AMOUNT".
004950     05  FILLER                 PIC X(30) VALUE "DESCRIPTION".
004960     05  FILLER                 PIC X(43) VALUE SPACES.
004970*
004980 01  GLP-RPT-JDTL-LINE.
004990     05  FILLER                 PIC X(04) VALUE SPACES.
005000     05  GLP-RPT-JDTL-LINE-NO   PIC ZZZZZ9.
005010     05  FILLER                 PIC X(02) VALUE SPACES.
005020     05  GLP-RPT-JDTL-ACCOUNT   PIC X(12).
005030     05  FILLER                 PIC X(02) VALUE SPACES.
005040     05  GLP-RPT-JDTL-WHSE      PIC X(03).
005050     05  FILLER                 PIC X(02) VALUE SPACES.
005060     05  GLP-RPT-JDTL-DR-CR     PIC X(06).
005070     05  FILLER                 PIC X(02) VALUE SPACES.
005080     05  GLP-RPT-JDTL-AMOUNT    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
005090     05  FILLER                 PIC X(02) VALUE SPACES.
005100     05  GLP-RPT-JDTL-DESC      PIC X(30).
005110     05  FILLER                 PIC X(43) VALUE SPACES.
005120*
005130 01  GLP-RPT-JTOT-LINE.
005140     05  FILLER                 PIC X(04) VALUE SPACES.
005150     05  FILLER                 PIC X(15) VALUE "JOURNAL LINES:".
005160     05  GLP-RPT-JTOT-LINES     PIC ZZZZZ9.
005170     05  FILLER                 PIC X(16)
005180                                 VALUE "  TOTAL DEBITS:".
005190     05  GLP-RPT-JTOT-DR        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
005200     05  FILLER                 PIC X(17)
005210                                 VALUE "  TOTAL CREDITS:".
005220     05  GLP-RPT-JTOT-CR        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
005230     05  FILLER                 PIC X(30) VALUE SPACES.
005240*
005250 01  GLP-RPT-THDR-LINE.
005260     05  FILLER                 PIC X(04) VALUE SPACES.
005270     05  FILLER                 PIC X(60)
005280         VALUE "TIE-OUT TO ARRVAL - SNAPSHOTS PRICED AT ARRCOST".
005290     05  FILLER                 PIC X(68) VALUE SPACES.
005300*
005310 01  GLP-RPT-TIE-LINE.
005320     05  FILLER                 PIC X(04) VALUE SPACES.
005330     05  GLP-RPT-TIE-LABEL      PIC X(46).
005340     05  GLP-RPT-TIE-AMOUNT     PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
005350     05  FILLER                 PIC X(02) VALUE SPACES.
005360     05  GLP-RPT-TIE-NOTE       PIC X(30).
005370     05  FILLER                 PIC X(27) VALUE SPACES.
005380*
005390 01  GLP-RPT-MSG-LINE.
005400     05  FILLER                 PIC X(04) VALUE SPACES.
005410     05  GLP-RPT-MSG-TEXT       PIC X(80).
005420     05  FILLER                 PIC X(48) VALUE SPACES.
005430*
005440 01  GLP-RPT-PRIOR-LINE.
005450     05  FILLER                 PIC X(04) VALUE SPACES.
005460     05  FILLER                 PIC X(27)
005470         VALUE "ALREADY JOURNALED - FROM:".
005480     05  GLP-RPT-PRIOR-FROM     PIC X(08).
005490     05  FILLER                 PIC X(05) VALUE "TO:".
005500     05  GLP-RPT-PRIOR-TO       PIC X(08).
005510     05  FILLER                 PIC X(11) VALUE "  JOURNAL:".
005520     05  GLP-RPT-PRIOR-JNL      PIC X(10).
005530     05  FILLER                 PIC X(12) VALUE "  RUN DATE:".
005540     05  GLP-RPT-PRIOR-RUN      PIC X(08).
005550     05  FILLER                 PIC X(39) VALUE SPACES.
005560*
005570 01  GLP-RPT-TOT-LINE.
005580     05  FILLER                 PIC X(04) VALUE SPACES.
005590     05  FILLER                 PIC X(12) VALUE "AUDIT READ:".
005600     05  GLP-RPT-TOT-READ       PIC ZZZZZ9.
005610     05  FILLER                 PIC X(12) VALUE "  IN PERIOD:".
005620     05  GLP-RPT-TOT-USED       PIC ZZZZZ9.
005630     05  FILLER                 PIC X(12) VALUE "  JOURNALED:".
005640     05  GLP-RPT-TOT-JNLD       PIC ZZZZZ9.
005650     05  FILLER                 PIC X(09) VALUE "  LOADS:".
005660     05  GLP-RPT-TOT-LOAD       PIC ZZZZZ9.
005670     05  FILLER                 PIC X(11) VALUE "  NO COST:".
005680     05  GLP-RPT-TOT-NOCOST     PIC ZZZZZ9.
005690     05  FILLER                 PIC X(13) VALUE "  NO ACCOUNT:".
005700     05  GLP-RPT-TOT-NOACCT     PIC ZZZZZ9.
005710     05  FILLER                 PIC X(23) VALUE SPACES.
005720*
005730 PROCEDURE DIVISION.
005740*
005750*===============================================================
005760* 0000-MAINLINE.  A REFUSAL FOUND WHILE SETTING UP (NO PERIOD
005770*     CARD, NO ACCOUNT TABLE, PERIOD ALREADY JOURNALED) SKIPS
005780*     STRAIGHT TO THE PERIOD LOG AND TERMINATION.
005790*===============================================================
005800 0000-MAINLINE.
005810     PERFORM 1000-INITIALIZE
005820         THRU 1000-INITIALIZE-EXIT.
005830     IF GLP-POST-REFUSED
005840         GO TO 0000-MAINLINE-WRAP
005850     END-IF.
005860     PERFORM 2000-LOAD-OPENING-SNAP
005870         THRU 2000-LOAD-OPENING-SNAP-EXIT.
005880     PERFORM 3000-PRICE-AUDIT
005890         THRU 3000-PRICE-AUDIT-EXIT.
005900     PERFORM 4000-APPLY-CLOSING-SNAP
005910         THRU 4000-APPLY-CLOSING-SNAP-EXIT.
005920     PERFORM 5000-WRITE-JOURNAL
005930         THRU 5000-WRITE-JOURNAL-EXIT.
005940     PERFORM 6000-PRODUCE-TIE-OUT
005950         THRU 6000-PRODUCE-TIE-OUT-EXIT.
005960 0000-MAINLINE-WRAP.
005970     PERFORM 8000-WRITE-PERIOD-LOG
005980         THRU 8000-WRITE-PERIOD-LOG-EXIT.
005990     PERFORM 9000-TERMINATE
006000         THRU 9000-TERMINATE-EXIT.
006010     STOP RUN.
006020*
006030*===============================================================
006040* 1000-INITIALIZE  -  OPEN THE REGISTER AND JOURNAL, DECODE THE
006050*     ARRGLCTL PERIOD CARD, LOAD THE COST AND ACCOUNT TABLES AND
006060*     CHECK THE PERIOD LOG FOR A PRIOR POSTING.
006070*===============================================================
006080 1000-INITIALIZE.
006090     MOVE 0 TO GLP-COST-COUNT.
006100     MOVE 0 TO GLP-ACCT-COUNT.
006110     MOVE 0 TO GLP-BIN-COUNT.
006120     MOVE 0 TO GLP-JB-COUNT.
006130     OPEN OUTPUT GLP-REPORT-FILE.
006140     OPEN OUTPUT GLP-JNL-FILE.
006150     ACCEPT GLP-RUN-DATE FROM DATE.
006160     ACCEPT GLP-RUN-TIME FROM TIME.
006170     MOVE GLP-RUN-MM TO GLP-RPT-HDR-MM.
006180     MOVE GLP-RUN-DD TO GLP-RPT-HDR-DD.
006190     MOVE GLP-RUN-YY TO GLP-RPT-HDR-YY.
006200     WRITE GLP-REPORT-REC FROM GLP-RPT-HDR-LINE.
006210     PERFORM 1100-READ-CONTROL-CARD
006220         THRU 1100-READ-CONTROL-CARD-EXIT.
006230     PERFORM 1200-WRITE-PERIOD-LINE
006240         THRU 1200-WRITE-PERIOD-LINE-EXIT.
006250     IF GLP-POST-REFUSED
006260         GO TO 1000-INITIALIZE-EXIT
006270     END-IF.
006280     PERFORM 1300-LOAD-COST-MASTER
006290         THRU 1300-LOAD-COST-MASTER-EXIT.
006300     PERFORM 1400-LOAD-ACCOUNT-TABLE
006310         THRU 1400-LOAD-ACCOUNT-TABLE-EXIT.
006320     IF GLP-POST-REFUSED
006330         GO TO 1000-INITIALIZE-EXIT
006340     END-IF.
006350     PERFORM 1500-CHECK-PERIOD-LOG
006360         THRU 1500-CHECK-PERIOD-LOG-EXIT.
006370     IF GLP-POST-REFUSED
006380         GO TO 1000-INITIALIZE-EXIT
006390     END-IF.
006400     WRITE GLP-REPORT-REC FROM GLP-RPT-COL-LINE.
006410 1000-INITIALIZE-EXIT.
006420     EXIT.
006430*
006440 1100-READ-CONTROL-CARD.
006450     OPEN INPUT GLP-CTL-FILE.
006460     IF GLP-CTL-NOT-FOUND
006470         MOVE "NO ARRGLCTL PERIOD CARD - NOTHING POSTED"
006480             TO GLP-REFUSE-MSG
006490         PERFORM 1190-REFUSE-POSTING
006500             THRU 1190-REFUSE-POSTING-EXIT
006510         GO TO 1100-READ-CONTROL-CARD-EXIT
006520     END-IF.
006530     READ GLP-CTL-FILE
006540         AT END
006550             MOVE SPACES TO GLP-CTL-REC
006560     END-READ.
006570     CLOSE GLP-CTL-FILE.
006580     IF GLP-CTL-FROM-DATE IS NUMERIC
006590         AND GLP-CTL-FROM-DATE NOT = "000000"
006600         MOVE GLP-CTL-FROM-DATE TO GLP-FLT-FROM-DATE
006610     END-IF.
006620     IF GLP-CTL-TO-DATE IS NUMERIC
006630         AND GLP-CTL-TO-DATE NOT = "000000"
006640         MOVE GLP-CTL-TO-DATE TO GLP-FLT-TO-DATE
006650     END-IF.
006660     MOVE GLP-FLT-TO-DATE TO GLP-JNL-ID-DATE.
006670     IF GLP-FLT-FROM-DATE = 0
006680         OR GLP-FLT-TO-DATE = 0
006690         OR GLP-FLT-FROM-DATE > GLP-FLT-TO-DATE
006700         MOVE "ARRGLCTL PERIOD CARD INVALID - NOTHING POSTED"
006710             TO GLP-REFUSE-MSG
006720         PERFORM 1190-REFUSE-POSTING
006730             THRU 1190-REFUSE-POSTING-EXIT
006740     END-IF.
006750 1100-READ-CONTROL-CARD-EXIT.
006760     EXIT.
006770*
006780*    SET THE REFUSAL, AND THE RUN'S CONDITION CODE, FROM ANY
006790*    POINT IN THE RUN.  THE MESSAGE PRINTS WHEN THE REGISTER IS
006800*    CLOSED OFF.
006810 1190-REFUSE-POSTING.
006820     IF NOT GLP-POST-REFUSED
006830         SET GLP-POST-REFUSED TO TRUE
006840         DISPLAY "ARRGLPST - " GLP-REFUSE-MSG
006850     END-IF.
006860     MOVE 8 TO GLP-RUN-RC.
006870 1190-REFUSE-POSTING-EXIT.
006880     EXIT.
006890*
006900 1200-WRITE-PERIOD-LINE.
006910     MOVE GLP-FLT-FROM-DATE TO GLP-RPT-FLT-FROM.
006920     MOVE GLP-FLT-TO-DATE   TO GLP-RPT-FLT-TO.
006930     MOVE GLP-JNL-ID        TO GLP-RPT-FLT-JNL.
006940     WRITE GLP-REPORT-REC FROM GLP-RPT-FLT-LINE.
006950 1200-WRITE-PERIOD-LINE-EXIT.
006960     EXIT.
006970*
006980*===============================================================
006990* 1300-LOAD-COST-MASTER  -  LOAD ARRCOST INTO GLP-COST-TABLE.
007000*     WITH NO COST MASTER EVERY CHANGE PRICES AT ZERO AND IS
007010*     FLAGGED, THE SAME RULE AS THE ARRVAL REPORT.
007020*===============================================================
007030 1300-LOAD-COST-MASTER.
007040     OPEN INPUT GLP-COST-FILE.
007050     IF GLP-COST-NOT-FOUND
007060         DISPLAY "ARRGLPST - NO ARRCOST COST MASTER - EVERY "
007070             "CHANGE PRICES AT ZERO"
007080         GO TO 1300-LOAD-COST-MASTER-EXIT
007090     END-IF.
007100     PERFORM 1310-READ-COST-REC
007110         THRU 1310-READ-COST-REC-EXIT
007120         UNTIL GLP-COST-EOF
007130         OR GLP-COST-COUNT = GLP-COST-MAX-ENTRIES.
007140     IF NOT GLP-COST-EOF
007150         DISPLAY "ARRGLPST - COST TABLE FULL - REMAINING "
007160             "ARRCOST ROWS NOT LOADED"
007170     END-IF.
007180     CLOSE GLP-COST-FILE.
007190 1300-LOAD-COST-MASTER-EXIT.
007200     EXIT.
007210*
007220 1310-READ-COST-REC.
007230     READ GLP-COST-FILE
007240         AT END
007250             SET GLP-COST-EOF TO TRUE
007260             GO TO 1310-READ-COST-REC-EXIT
007270     END-READ.
007280     IF GLP-COST-CODE NOT > GLP-COST-PREV-CODE
007290         DISPLAY "ARRGLPST - ARRCOST ROW OUT OF SEQUENCE, "
007300             "SKIPPED: " GLP-COST-CODE
007310         GO TO 1310-READ-COST-REC-EXIT
007320     END-IF.
007330     IF GLP-COST-UNIT NOT NUMERIC
007340         DISPLAY "ARRGLPST - ARRCOST UNIT COST NOT NUMERIC, "
007350             "SKIPPED: " GLP-COST-CODE
007360         GO TO 1310-READ-COST-REC-EXIT
007370     END-IF.
007380     ADD 1 TO GLP-COST-COUNT.
007390     MOVE GLP-COST-CODE TO GLP-COST-TBL-CODE (GLP-COST-COUNT)
007400                           GLP-COST-PREV-CODE.
007410     MOVE GLP-COST-UNIT TO GLP-COST-TBL-UNIT (GLP-COST-COUNT).
007420 1310-READ-COST-REC-EXIT.
007430     EXIT.
007440*
007450*===============================================================
007460* 1400-LOAD-ACCOUNT-TABLE  -  LOAD ARRGLAC.  WITHOUT IT NOTHING
007470*     CAN BE MAPPED, SO THE RUN REFUSES TO POST.  A ROW WITH NO
007480*     INVENTORY OR NO OFFSET ACCOUNT IS SKIPPED, SO ITS CLASS
007490*     SHOWS AS UNMAPPED RATHER THAN POSTING TO A BLANK ACCOUNT.
007500*===============================================================
007510 1400-LOAD-ACCOUNT-TABLE.
007520     OPEN INPUT GLP-ACCT-FILE.
007530     IF GLP-ACCT-NOT-FOUND
007540         MOVE "NO ARRGLAC ACCOUNT TABLE - NOTHING POSTED"
007550             TO GLP-REFUSE-MSG
007560         PERFORM 1190-REFUSE-POSTING
007570             THRU 1190-REFUSE-POSTING-EXIT
007580         GO TO 1400-LOAD-ACCOUNT-TABLE-EXIT
007590     END-IF.
007600     PERFORM 1410-READ-ACCT-REC
007610         THRU 1410-READ-ACCT-REC-EXIT
007620         UNTIL GLP-ACCT-EOF.
007630     CLOSE GLP-ACCT-FILE.
007640 1400-LOAD-ACCOUNT-TABLE-EXIT.
007650     EXIT.
007660*
007670 1410-READ-ACCT-REC.
007680     READ GLP-ACCT-FILE
007690         AT END
007700             SET GLP-ACCT-EOF TO TRUE
007710             GO TO 1410-READ-ACCT-REC-EXIT
007720     END-READ.
007730     IF GLP-ACCT-INV = SPACES
007740         OR GLP-ACCT-OFFSET = SPACES
007750         DISPLAY "ARRGLPST - ARRGLAC ROW WITHOUT BOTH ACCOUNTS, "
007760             "SKIPPED: " GLP-ACCT-KEY
007770         GO TO 1410-READ-ACCT-REC-EXIT
007780     END-IF.
007790     IF GLP-ACCT-COUNT = GLP-ACCT-MAX-ENTRIES
007800         DISPLAY "ARRGLPST - ACCOUNT TABLE FULL - ROW "
007810             "SKIPPED: " GLP-ACCT-KEY
007820         GO TO 1410-READ-ACCT-REC-EXIT
007830     END-IF.
007840     ADD 1 TO GLP-ACCT-COUNT.
007850     MOVE GLP-ACCT-KEY    TO GLP-ACCT-TBL-KEY (GLP-ACCT-COUNT).
007860     MOVE GLP-ACCT-INV    TO GLP-ACCT-TBL-INV (GLP-ACCT-COUNT).
007870     MOVE GLP-ACCT-OFFSET TO GLP-ACCT-TBL-OFF (GLP-ACCT-COUNT).
007880     MOVE GLP-ACCT-DESC   TO GLP-ACCT-TBL-DESC (GLP-ACCT-COUNT).
007890 1410-READ-ACCT-REC-EXIT.
007900     EXIT.
007910*
007920*===============================================================
007930* 1500-CHECK-PERIOD-LOG  -  READ THE CUMULATIVE ARRGLPL LOG.
007940*     A LOGGED RUN THAT POSTED (RC BETTER THAN 8) WHOSE PERIOD
007950*     OVERLAPS THIS ONE BY EVEN A DAY MEANS SOME OF THIS
007960*     ACTIVITY IS ALREADY ON THE LEDGER - THE RUN IS REFUSED.
007970*===============================================================
007980 1500-CHECK-PERIOD-LOG.
007990     OPEN INPUT GLP-PLOG-FILE.
008000     IF GLP-PLOG-STATUS NOT = "00"
008010         GO TO 1500-CHECK-PERIOD-LOG-EXIT
008020     END-IF.
008030     PERFORM 1510-READ-PLOG-REC
008040         THRU 1510-READ-PLOG-REC-EXIT
008050         UNTIL GLP-PLOG-EOF.
008060     CLOSE GLP-PLOG-FILE.
008070 1500-CHECK-PERIOD-LOG-EXIT.
008080     EXIT.
008090*
008100 1510-READ-PLOG-REC.
008110     READ GLP-PLOG-FILE
008120         AT END
008130             SET GLP-PLOG-EOF TO TRUE
008140             GO TO 1510-READ-PLOG-REC-EXIT
008150     END-READ.
008160     IF GLP-PLOG-FROM-DATE NOT NUMERIC
008170         OR GLP-PLOG-TO-DATE NOT NUMERIC
008180         GO TO 1510-READ-PLOG-REC-EXIT
008190     END-IF.
008200     IF GLP-PLOG-RC NUMERIC
008210         AND GLP-PLOG-RC NOT < 8
008220         GO TO 1510-READ-PLOG-REC-EXIT
008230     END-IF.
008240     IF GLP-PLOG-FROM-DATE > GLP-FLT-TO-DATE
008250         OR GLP-PLOG-TO-DATE < GLP-FLT-FROM-DATE
008260         GO TO 1510-READ-PLOG-REC-EXIT
008270     END-IF.
008280     MOVE GLP-PLOG-FROM-DATE TO GLP-RPT-PRIOR-FROM.
008290     MOVE GLP-PLOG-TO-DATE   TO GLP-RPT-PRIOR-TO.
008300     MOVE GLP-PLOG-JNL-ID    TO GLP-RPT-PRIOR-JNL.
008310     MOVE GLP-PLOG-RUN-DATE  TO GLP-RPT-PRIOR-RUN.
008320     WRITE GLP-REPORT-REC FROM GLP-RPT-PRIOR-LINE.
008330     MOVE "PERIOD ALREADY JOURNALED - NOTHING POSTED"
008340         TO GLP-REFUSE-MSG.
008350     PERFORM 1190-REFUSE-POSTING
008360         THRU 1190-REFUSE-POSTING-EXIT.
008370 1510-READ-PLOG-REC-EXIT.
008380     EXIT.
008390*
008400*===============================================================
008410* 2000-LOAD-OPENING-SNAP  -  SEED THE ROLL-FORWARD TABLE WITH
008420*     THE OPENING GENERATION.  NO OPENING SNAPSHOT LEAVES EVERY
008430*     BIN AT ZERO AND THE TIE-OUT SHOWS THE WHOLE BOOK AS
008440*     UNEXPLAINED.
008450*===============================================================
008460 2000-LOAD-OPENING-SNAP.
008470     OPEN INPUT GLP-SNAPB-FILE.
008480     IF GLP-SNAPB-NOT-FOUND
008490         DISPLAY "ARRGLPST - NO ARRSNAPB OPENING SNAPSHOT - "
008500             "EVERY BIN OPENS AT ZERO"
008510         GO TO 2000-LOAD-OPENING-SNAP-EXIT
008520     END-IF.
008530     PERFORM 2100-READ-OPEN-SNAP
008540         THRU 2100-READ-OPEN-SNAP-EXIT
008550         UNTIL GLP-SNAPB-EOF.
008560     CLOSE GLP-SNAPB-FILE.
008570 2000-LOAD-OPENING-SNAP-EXIT.
008580     EXIT.
008590*
008600 2100-READ-OPEN-SNAP.
008610     READ GLP-SNAPB-FILE
008620         AT END
008630             SET GLP-SNAPB-EOF TO TRUE
008640             GO TO 2100-READ-OPEN-SNAP-EXIT
008650     END-READ.
008660     MOVE GLP-SNAPB-BIN-KEY TO GLP-WORK-KEY.
008670     PERFORM 7000-FIND-OR-ADD-BIN
008680         THRU 7000-FIND-OR-ADD-BIN-EXIT.
008690     IF GLP-INS-POS = 0
008700         GO TO 2100-READ-OPEN-SNAP-EXIT
008710     END-IF.
008720     MOVE GLP-SNAPB-VAL TO GLP-BIN-OPENING (GLP-INS-POS)
008730                           GLP-BIN-EXPECTED (GLP-INS-POS).
008740 2100-READ-OPEN-SNAP-EXIT.
008750     EXIT.
008760*
008770*===============================================================
008780* 3000-PRICE-AUDIT  -  PRICE EVERY IN-PERIOD AUDIT RECORD.  A
008790*     LOAD (OR A PRE-FLAG RECORD) IS A RESTATEMENT, NOT A
008800*     MOVEMENT - IT IS NOT JOURNALED, BUT ITS EFFECT ON THE BOOK
008810*     IS MEASURED FOR THE TIE-OUT.  EVERYTHING ELSE IS PRICED,
008820*     MAPPED TO ITS ACCOUNTS, LISTED, AND ADDED TO ITS JOURNAL
008830*     BUCKET.
008840*===============================================================
008850 3000-PRICE-AUDIT.
008860     OPEN INPUT GLP-AUD-FILE.
008870     IF GLP-AUD-NOT-FOUND
008880         DISPLAY "ARRGLPST - NO ARRAUD AUDIT FILE - NOTHING "
008890             "TO JOURNAL"
008900         WRITE GLP-REPORT-REC FROM GLP-RPT-NONE-LINE
008910         GO TO 3000-PRICE-AUDIT-EXIT
008920     END-IF.
008930     PERFORM 3100-PRICE-ONE-AUDIT
008940         THRU 3100-PRICE-ONE-AUDIT-EXIT
008950         UNTIL GLP-AUD-EOF.
008960     CLOSE GLP-AUD-FILE.
008970     IF GLP-JNLD-COUNT = 0
008980         AND GLP-NOACCT-COUNT = 0
008990         WRITE GLP-REPORT-REC FROM GLP-RPT-NONE-LINE
009000     END-IF.
009010     IF GLP-NOACCT-COUNT > 0
009020         MOVE "ACTIVITY WITH NO ARRGLAC ACCOUNT - NOTHING POSTED"
009030             TO GLP-REFUSE-MSG
009040         PERFORM 1190-REFUSE-POSTING
009050             THRU 1190-REFUSE-POSTING-EXIT
009060     END-IF.
009070     IF GLP-JB-FULL
009080         MOVE "JOURNAL BUCKET TABLE FULL - NOTHING POSTED"
009090             TO GLP-REFUSE-MSG
009100         PERFORM 1190-REFUSE-POSTING
009110             THRU 1190-REFUSE-POSTING-EXIT
009120     END-IF.
009130 3000-PRICE-AUDIT-EXIT.
009140     EXIT.
009150*
009160 3100-PRICE-ONE-AUDIT.
009170     READ GLP-AUD-FILE
009180         AT END
009190             SET GLP-AUD-EOF TO TRUE
009200             GO TO 3100-PRICE-ONE-AUDIT-EXIT
009210     END-READ.
009220     ADD 1 TO GLP-AUD-READ-COUNT.
009230     IF GLP-AUD-RUN-DATE NOT NUMERIC
009240         GO TO 3100-PRICE-ONE-AUDIT-EXIT
009250     END-IF.
009260     IF GLP-AUD-RUN-DATE < GLP-FLT-FROM-DATE
009270         OR GLP-AUD-RUN-DATE > GLP-FLT-TO-DATE
009280         GO TO 3100-PRICE-ONE-AUDIT-EXIT
009290     END-IF.
009300     ADD 1 TO GLP-AUD-USED-COUNT.
009310     MOVE GLP-AUD-WHSE TO GLP-WORK-WHSE.
009320     MOVE GLP-AUD-CODE TO GLP-WORK-CODE.
009330     PERFORM 7000-FIND-OR-ADD-BIN
009340         THRU 7000-FIND-OR-ADD-BIN-EXIT.
009350     MOVE GLP-AUD-CODE TO GLP-COST-LOOKUP-CODE.
009360     PERFORM 7700-FIND-UNIT-COST
009370         THRU 7700-FIND-UNIT-COST-EXIT.
009380     IF GLP-AUD-SOURCE-LOAD
009390         GO TO 3100-PRICE-ONE-AUDIT-LOAD
009400     END-IF.
009410     COMPUTE GLP-QTY-CHANGE = GLP-AUD-NEW-VAL - GLP-AUD-OLD-VAL.
009420     IF GLP-INS-POS > 0
009430         ADD GLP-QTY-CHANGE TO GLP-BIN-EXPECTED (GLP-INS-POS)
009440     END-IF.
009450     IF GLP-QTY-CHANGE = 0
009460         GO TO 3100-PRICE-ONE-AUDIT-EXIT
009470     END-IF.
009480     COMPUTE GLP-EXT-WORK = GLP-QTY-CHANGE * GLP-UNIT-WORK.
009490     ADD GLP-EXT-WORK TO GLP-ACTIVITY-VAL.
009500     PERFORM 3200-CLASSIFY-CHANGE
009510         THRU 3200-CLASSIFY-CHANGE-EXIT.
009520     PERFORM 7600-FIND-ACCOUNT
009530         THRU 7600-FIND-ACCOUNT-EXIT.
009540     PERFORM 3300-LIST-CHANGE
009550         THRU 3300-LIST-CHANGE-EXIT.
009560     IF GLP-ACCT-FOUND-SUB > 0
009570         PERFORM 3400-POST-TO-BUCKET
009580             THRU 3400-POST-TO-BUCKET-EXIT
009590     END-IF.
009600     GO TO 3100-PRICE-ONE-AUDIT-EXIT.
009610*    A LOAD REPLACES THE BALANCE.  ITS EFFECT IS THE NEW VALUE
009620*    AGAINST WHAT THE ROLL-FORWARD SAYS THE BIN HELD AT THE
009630*    TIME, NOT AGAINST THE OLD VALUE ON THE RECORD (A FULL LOAD
009640*    STARTS FROM AN EMPTY ARRAY, SO THAT IS ALWAYS ZERO).
009650 3100-PRICE-ONE-AUDIT-LOAD.
009660     ADD 1 TO GLP-LOAD-COUNT.
009670     IF GLP-INS-POS = 0
009680         GO TO 3100-PRICE-ONE-AUDIT-EXIT
009690     END-IF.
009700     COMPUTE GLP-QTY-CHANGE
009710         = GLP-AUD-NEW-VAL - GLP-BIN-EXPECTED (GLP-INS-POS).
009720     MOVE GLP-AUD-NEW-VAL TO GLP-BIN-EXPECTED (GLP-INS-POS).
009730     COMPUTE GLP-EXT-WORK = GLP-QTY-CHANGE * GLP-UNIT-WORK.
009740     ADD GLP-EXT-WORK TO GLP-LOAD-VAL.
009750 3100-PRICE-ONE-AUDIT-EXIT.
009760     EXIT.
009770*
009780*===============================================================
009790* 3200-CLASSIFY-CHANGE  -  TURN SOURCE AND ACTIVITY TYPE INTO
009800*     THE ACCOUNT TABLE CLASS.  A MOVEMENT WRITTEN BEFORE THE
009810*     TYPE WAS RECORDED COUNTS AS A RECEIPT WHEN IT ADDED STOCK
009820*     AND AN ISSUE WHEN IT TOOK STOCK OUT; A CORRECTION WITH NO
009830*     CYCLE-COUNT ORIGIN IS MAINTENANCE; A TRANSFER LEG HAS NO
009840*     TYPE.
009850*===============================================================
009860 3200-CLASSIFY-CHANGE.
009870     MOVE GLP-AUD-WHSE   TO GLP-ACCT-SRCH-WHSE.
009880     MOVE GLP-AUD-SOURCE TO GLP-ACCT-SRCH-SOURCE.
009890     MOVE GLP-AUD-TYPE   TO GLP-ACCT-SRCH-TYPE.
009900     IF GLP-AUD-SOURCE-MOVE
009910         AND NOT GLP-AUD-TYPE-VALID-MOVE
009920         IF GLP-QTY-CHANGE > 0
009930             MOVE "R" TO GLP-ACCT-SRCH-TYPE
009940         ELSE
009950             MOVE "I" TO GLP-ACCT-SRCH-TYPE
009960         END-IF
009970     END-IF.
009980     IF GLP-AUD-SOURCE-CORR
009990         AND NOT GLP-AUD-TYPE-COUNT
010000         MOVE "M" TO GLP-ACCT-SRCH-TYPE
010010     END-IF.
010020     IF GLP-AUD-SOURCE-XFER
010030         MOVE SPACE TO GLP-ACCT-SRCH-TYPE
010040     END-IF.
010050 3200-CLASSIFY-CHANGE-EXIT.
010060     EXIT.
010070*
010080*===============================================================
010090* 3300-LIST-CHANGE  -  ONE REGISTER LINE PER PRICED CHANGE, WITH
010100*     THE ACCOUNTS IT WILL DEBIT AND CREDIT.  AN INCREASE DEBITS
010110*     INVENTORY; A DECREASE CREDITS IT.
010120*===============================================================
010130 3300-LIST-CHANGE.
010140     MOVE GLP-AUD-RUN-MM       TO GLP-RPT-DTL-MM.
010150     MOVE GLP-AUD-RUN-DD       TO GLP-RPT-DTL-DD.
010160     MOVE GLP-AUD-RUN-YY       TO GLP-RPT-DTL-YY.
010170     MOVE GLP-AUD-WHSE         TO GLP-RPT-DTL-WHSE.
010180     MOVE GLP-AUD-CODE         TO GLP-RPT-DTL-CODE.
010190     MOVE GLP-AUD-SOURCE       TO GLP-RPT-DTL-SOURCE.
010200     MOVE GLP-ACCT-SRCH-TYPE   TO GLP-RPT-DTL-TYPE.
010210     MOVE GLP-AUD-DOC-NO       TO GLP-RPT-DTL-DOC.
010220     MOVE GLP-QTY-CHANGE       TO GLP-RPT-DTL-QTY.
010230     MOVE GLP-UNIT-WORK        TO GLP-RPT-DTL-COST.
010240     MOVE GLP-EXT-WORK         TO GLP-RPT-DTL-VALUE.
010250     MOVE SPACES               TO GLP-RPT-DTL-DEBIT
010260                                  GLP-RPT-DTL-CREDIT
010270                                  GLP-RPT-DTL-NOTE.
010280     IF NOT GLP-COST-FOUND
010290         ADD 1 TO GLP-NOCOST-COUNT
010300         MOVE "* NO COST *" TO GLP-RPT-DTL-NOTE
010310     END-IF.
010320     IF GLP-ACCT-FOUND-SUB = 0
010330         ADD 1 TO GLP-NOACCT-COUNT
010340         MOVE "* NO ACCOUNT *" TO GLP-RPT-DTL-NOTE
010350         GO TO 3300-LIST-CHANGE-WRITE
010360     END-IF.
010370     ADD 1 TO GLP-JNLD-COUNT.
010380     IF GLP-QTY-CHANGE > 0
010390         MOVE GLP-ACCT-TBL-INV (GLP-ACCT-FOUND-SUB)
010400             TO GLP-RPT-DTL-DEBIT
010410         MOVE GLP-ACCT-TBL-OFF (GLP-ACCT-FOUND-SUB)
010420             TO GLP-RPT-DTL-CREDIT
010430     ELSE
010440         MOVE GLP-ACCT-TBL-OFF (GLP-ACCT-FOUND-SUB)
010450             TO GLP-RPT-DTL-DEBIT
010460         MOVE GLP-ACCT-TBL-INV (GLP-ACCT-FOUND-SUB)
010470             TO GLP-RPT-DTL-CREDIT
010480     END-IF.
010490 3300-LIST-CHANGE-WRITE.
010500     WRITE GLP-REPORT-REC FROM GLP-RPT-DTL-LINE.
010510 3300-LIST-CHANGE-EXIT.
010520     EXIT.
010530*
010540*===============================================================
010550* 3400-POST-TO-BUCKET  -  ADD THE CHANGE'S VALUE TO ITS
010560*     WAREHOUSE AND CLASS BUCKET, ON THE INCREASE OR DECREASE
010570*     SIDE.  THE BUCKET CARRIES THE ACCOUNTS OF THE ROW THAT
010580*     MAPPED IT, SO A WAREHOUSE ON THE "***" DEFAULT STILL
010590*     JOURNALS UNDER ITS OWN WAREHOUSE CODE.
010600*===============================================================
010610 3400-POST-TO-BUCKET.
010620     MOVE GLP-AUD-WHSE        TO GLP-WORK-JB-WHSE.
010630     MOVE GLP-ACCT-SRCH-CLASS TO GLP-WORK-JB-CLASS.
010640     PERFORM 7300-FIND-OR-ADD-BUCKET
010650         THRU 7300-FIND-OR-ADD-BUCKET-EXIT.
010660     IF GLP-INS-POS = 0
010670         SET GLP-JB-FULL TO TRUE
010680         GO TO 3400-POST-TO-BUCKET-EXIT
010690     END-IF.
010700     IF GLP-EXT-WORK < 0
010710         COMPUTE GLP-ABS-WORK = 0 - GLP-EXT-WORK
010720         ADD GLP-ABS-WORK TO GLP-JB-DEC-VAL (GLP-INS-POS)
010730     ELSE
010740         MOVE GLP-EXT-WORK TO GLP-ABS-WORK
010750         ADD GLP-ABS-WORK TO GLP-JB-INC-VAL (GLP-INS-POS)
010760     END-IF.
010770 3400-POST-TO-BUCKET-EXIT.
010780     EXIT.
010790*
010800*===============================================================
010810* 4000-APPLY-CLOSING-SNAP  -  MARK EVERY BIN ON THE CLOSING
010820*     GENERATION WITH ITS CLOSING BALANCE.  A BIN ON THE TABLE
010830*     BUT NOT ON THE SNAPSHOT CLOSES AT ZERO.
010840*===============================================================
010850 4000-APPLY-CLOSING-SNAP.
010860     OPEN INPUT GLP-SNAPE-FILE.
010870     IF GLP-SNAPE-NOT-FOUND
010880         DISPLAY "ARRGLPST - NO ARRSNAPE CLOSING SNAPSHOT - "
010890             "EVERY BIN CLOSES AT ZERO"
010900         GO TO 4000-APPLY-CLOSING-SNAP-EXIT
010910     END-IF.
010920     PERFORM 4100-READ-CLOSE-SNAP
010930         THRU 4100-READ-CLOSE-SNAP-EXIT
010940         UNTIL GLP-SNAPE-EOF.
010950     CLOSE GLP-SNAPE-FILE.
010960 4000-APPLY-CLOSING-SNAP-EXIT.
010970     EXIT.
010980*
010990 4100-READ-CLOSE-SNAP.
011000     READ GLP-SNAPE-FILE
011010         AT END
011020             SET GLP-SNAPE-EOF TO TRUE
011030             GO TO 4100-READ-CLOSE-SNAP-EXIT
011040     END-READ.
011050     MOVE GLP-SNAPE-BIN-KEY TO GLP-WORK-KEY.
011060     PERFORM 7000-FIND-OR-ADD-BIN
011070         THRU 7000-FIND-OR-ADD-BIN-EXIT.
011080     IF GLP-INS-POS = 0
011090         GO TO 4100-READ-CLOSE-SNAP-EXIT
011100     END-IF.
011110     MOVE GLP-SNAPE-VAL TO GLP-BIN-CLOSING (GLP-INS-POS).
011120 4100-READ-CLOSE-SNAP-EXIT.
011130     EXIT.
011140*
011150*===============================================================
011160* 5000-WRITE-JOURNAL  -  WRITE THE LEDGER IMPORT FILE: HEADER,
011170*     A DEBIT AND A CREDIT LINE FOR EACH BUCKET'S INCREASES AND
011180*     FOR ITS DECREASES, AND THE TRAILER.  EVERY VALUE GOES ON
011190*     BOTH SIDES, SO THE JOURNAL BALANCES BY CONSTRUCTION; THE
011200*     TRAILER CARRIES BOTH TOTALS FOR THE LEDGER TO PROVE IT.  A
011210*     REFUSED RUN WRITES NOTHING - THE JCL SCRATCHES THE EMPTY
011220*     DATASET.
011230*===============================================================
011240 5000-WRITE-JOURNAL.
011250     IF GLP-POST-REFUSED
011260         GO TO 5000-WRITE-JOURNAL-EXIT
011270     END-IF.
011280     MOVE SPACES            TO GLP-JNL-HDR-REC.
011290     MOVE "H"               TO GLP-JNL-HDR-TYPE.
011300     MOVE GLP-JNL-ID        TO GLP-JNL-HDR-ID.
011310     MOVE "ARRAYDEM"        TO GLP-JNL-HDR-SYSTEM.
011320     MOVE GLP-FLT-FROM-DATE TO GLP-JNL-HDR-FROM.
011330     MOVE GLP-FLT-TO-DATE   TO GLP-JNL-HDR-TO
011340                               GLP-JNL-HDR-POST-DATE.
011350     MOVE GLP-RUN-DATE-N    TO GLP-JNL-HDR-RUN-DATE.
011360     WRITE GLP-JNL-HDR-REC.
011370     WRITE GLP-REPORT-REC FROM GLP-RPT-JHDR-LINE.
011380     WRITE GLP-REPORT-REC FROM GLP-RPT-JCOL-LINE.
011390     PERFORM 5100-WRITE-BUCKET-LINES
011400         THRU 5100-WRITE-BUCKET-LINES-EXIT
011410         VARYING GLP-SCAN-SUB FROM 1 BY 1
011420         UNTIL GLP-SCAN-SUB > GLP-JB-COUNT.
011430     MOVE SPACES            TO GLP-JNL-TRL-REC.
011440     MOVE "T"               TO GLP-JNL-TRL-TYPE.
011450     MOVE GLP-JNL-ID        TO GLP-JNL-TRL-ID.
011460     MOVE GLP-LINE-COUNT    TO GLP-JNL-TRL-LINES.
011470     MOVE GLP-TOTAL-DR      TO GLP-JNL-TRL-TOTAL-DR.
011480     MOVE GLP-TOTAL-CR      TO GLP-JNL-TRL-TOTAL-CR.
011490     WRITE GLP-JNL-TRL-REC.
011500     MOVE GLP-LINE-COUNT    TO GLP-RPT-JTOT-LINES.
011510     MOVE GLP-TOTAL-DR      TO GLP-RPT-JTOT-DR.
011520     MOVE GLP-TOTAL-CR      TO GLP-RPT-JTOT-CR.
011530     WRITE GLP-REPORT-REC FROM GLP-RPT-JTOT-LINE.
011540 5000-WRITE-JOURNAL-EXIT.
011550     EXIT.
011560*
011570*    AN INCREASE DEBITS INVENTORY AND CREDITS THE OFFSET; A
011580*    DECREASE DEBITS THE OFFSET AND CREDITS INVENTORY.
011590 5100-WRITE-BUCKET-LINES.
011600     IF GLP-JB-INC-VAL (GLP-SCAN-SUB) > 0
011610         MOVE GLP-JB-INC-VAL (GLP-SCAN-SUB) TO GLP-LINE-AMOUNT
011620         MOVE GLP-JB-INV (GLP-SCAN-SUB)     TO GLP-LINE-ACCOUNT
011630         MOVE "D"                           TO GLP-LINE-DR-CR
011640         PERFORM 5110-WRITE-ONE-LINE
011650             THRU 5110-WRITE-ONE-LINE-EXIT
011660         MOVE GLP-JB-OFF (GLP-SCAN-SUB)     TO GLP-LINE-ACCOUNT
011670         MOVE "C"                           TO GLP-LINE-DR-CR
011680         PERFORM 5110-WRITE-ONE-LINE
011690             THRU 5110-WRITE-ONE-LINE-EXIT
011700     END-IF.
011710     IF GLP-JB-DEC-VAL (GLP-SCAN-SUB) > 0
011720         MOVE GLP-JB-DEC-VAL (GLP-SCAN-SUB) TO GLP-LINE-AMOUNT
011730         MOVE GLP-JB-OFF (GLP-SCAN-SUB)     TO GLP-LINE-ACCOUNT
011740         MOVE "D"                           TO GLP-LINE-DR-CR
011750         PERFORM 5110-WRITE-ONE-LINE
011760             THRU 5110-WRITE-ONE-LINE-EXIT
011770         MOVE GLP-JB-INV (GLP-SCAN-SUB)     TO GLP-LINE-ACCOUNT
011780         MOVE "C"                           TO GLP-LINE-DR-CR
011790         PERFORM 5110-WRITE-ONE-LINE
011800             THRU 5110-WRITE-ONE-LINE-EXIT
011810     END-IF.
011820 5100-WRITE-BUCKET-LINES-EXIT.
011830     EXIT.
011840*
011850 5110-WRITE-ONE-LINE.
011860     ADD 1 TO GLP-LINE-COUNT.
011870     MOVE SPACES                     TO GLP-JNL-DTL-REC.
011880     MOVE "D"                        TO GLP-JNL-DTL-TYPE.
011890     MOVE GLP-JNL-ID                 TO GLP-JNL-DTL-ID.
011900     MOVE GLP-LINE-COUNT             TO GLP-JNL-DTL-LINE.
011910     MOVE GLP-LINE-ACCOUNT           TO GLP-JNL-DTL-ACCOUNT.
011920     MOVE GLP-JB-WHSE (GLP-SCAN-SUB) TO GLP-JNL-DTL-WHSE.
011930     MOVE GLP-LINE-DR-CR             TO GLP-JNL-DTL-DR-CR.
011940     MOVE GLP-LINE-AMOUNT            TO GLP-JNL-DTL-AMOUNT.
011950     MOVE GLP-JB-DESC (GLP-SCAN-SUB) TO GLP-JNL-DTL-DESC.
011960     WRITE GLP-JNL-DTL-REC.
011970     IF GLP-LINE-DR-CR = "D"
011980         ADD GLP-LINE-AMOUNT TO GLP-TOTAL-DR
011990         MOVE "DEBIT"  TO GLP-RPT-JDTL-DR-CR
012000     ELSE
012010         ADD GLP-LINE-AMOUNT TO GLP-TOTAL-CR
012020         MOVE "CREDIT" TO GLP-RPT-JDTL-DR-CR
012030     END-IF.
012040     MOVE GLP-LINE-COUNT             TO GLP-RPT-JDTL-LINE-NO.
012050     MOVE GLP-LINE-ACCOUNT           TO GLP-RPT-JDTL-ACCOUNT.
012060     MOVE GLP-JB-WHSE (GLP-SCAN-SUB) TO GLP-RPT-JDTL-WHSE.
012070     MOVE GLP-LINE-AMOUNT            TO GLP-RPT-JDTL-AMOUNT.
012080     MOVE GLP-JB-DESC (GLP-SCAN-SUB) TO GLP-RPT-JDTL-DESC.
012090     WRITE GLP-REPORT-REC FROM GLP-RPT-JDTL-LINE.
012100 5110-WRITE-ONE-LINE-EXIT.
012110     EXIT.
012120*
012130*===============================================================
012140* 6000-PRODUCE-TIE-OUT  -  VALUE BOTH SNAPSHOTS AT ARRCOST, THE
012150*     WAY ARRVAL TOTALS THEM, AND PROVE THE CHANGE IN GRAND
012160*     TOTAL IS THE PRICED ACTIVITY PLUS THE EFFECT OF ANY LOADS.
012170*     WHATEVER IS LEFT IS STOCK THAT MOVED WITHOUT AN AUDIT
012180*     RECORD IN THE PERIOD, OR SNAPSHOTS THAT DO NOT BRACKET THE
012190*     PERIOD - EITHER WAY THE JOURNAL DOES NOT TELL THE WHOLE
012200*     STORY, AND THE RUN ENDS RC=4.
012210*===============================================================
012220 6000-PRODUCE-TIE-OUT.
012230     PERFORM 6100-VALUE-ONE-BIN
012240         THRU 6100-VALUE-ONE-BIN-EXIT
012250         VARYING GLP-SCAN-SUB FROM 1 BY 1
012260         UNTIL GLP-SCAN-SUB > GLP-BIN-COUNT.
012270     COMPUTE GLP-EXPECT-VAL
012280         = GLP-OPEN-VAL + GLP-ACTIVITY-VAL + GLP-LOAD-VAL.
012290     COMPUTE GLP-UNEXPL-VAL = GLP-CLOSE-VAL - GLP-EXPECT-VAL.
012300     WRITE GLP-REPORT-REC FROM GLP-RPT-THDR-LINE.
012310     MOVE SPACES TO GLP-RPT-TIE-NOTE.
012320     MOVE "OPENING VALUE (ARRSNAPB)" TO GLP-RPT-TIE-LABEL.
012330     MOVE GLP-OPEN-VAL TO GLP-RPT-TIE-AMOUNT.
012340     WRITE GLP-REPORT-REC FROM GLP-RPT-TIE-LINE.
012350     MOVE "NET INVENTORY MOVEMENT (PRICED ACTIVITY)"
012360         TO GLP-RPT-TIE-LABEL.
012370     MOVE GLP-ACTIVITY-VAL TO GLP-RPT-TIE-AMOUNT.
012380     WRITE GLP-REPORT-REC FROM GLP-RPT-TIE-LINE.
012390     MOVE "LOAD RESTATEMENTS (NOT JOURNALED)"
012400         TO GLP-RPT-TIE-LABEL.
012410     MOVE GLP-LOAD-VAL TO GLP-RPT-TIE-AMOUNT.
012420     WRITE GLP-REPORT-REC FROM GLP-RPT-TIE-LINE.
012430     MOVE "EXPECTED CLOSING VALUE" TO GLP-RPT-TIE-LABEL.
012440     MOVE GLP-EXPECT-VAL TO GLP-RPT-TIE-AMOUNT.
012450     WRITE GLP-REPORT-REC FROM GLP-RPT-TIE-LINE.
012460     MOVE "CLOSING VALUE (ARRSNAPE)" TO GLP-RPT-TIE-LABEL.
012470     MOVE GLP-CLOSE-VAL TO GLP-RPT-TIE-AMOUNT.
012480     WRITE GLP-REPORT-REC FROM GLP-RPT-TIE-LINE.
012490     MOVE "UNEXPLAINED DIFFERENCE" TO GLP-RPT-TIE-LABEL.
012500     MOVE GLP-UNEXPL-VAL TO GLP-RPT-TIE-AMOUNT.
012510     IF GLP-UNEXPL-VAL = 0
012520         MOVE "TIES TO ARRVAL" TO GLP-RPT-TIE-NOTE
012530     ELSE
012540         MOVE "*** DOES NOT TIE TO ARRVAL ***" TO GLP-RPT-TIE-NOTE
012550         IF GLP-RUN-RC < 4
012560             MOVE 4 TO GLP-RUN-RC
012570         END-IF
012580     END-IF.
012590     WRITE GLP-REPORT-REC FROM GLP-RPT-TIE-LINE.
012600     IF GLP-NOCOST-COUNT > 0
012610         AND GLP-RUN-RC < 4
012620         MOVE 4 TO GLP-RUN-RC
012630     END-IF.
012640 6000-PRODUCE-TIE-OUT-EXIT.
012650     EXIT.
012660*
012670 6100-VALUE-ONE-BIN.
012680     MOVE GLP-BIN-CODE (GLP-SCAN-SUB) TO GLP-COST-LOOKUP-CODE.
012690     PERFORM 7700-FIND-UNIT-COST
012700         THRU 7700-FIND-UNIT-COST-EXIT.
012710     COMPUTE GLP-OPEN-VAL = GLP-OPEN-VAL
012720         + GLP-BIN-OPENING (GLP-SCAN-SUB) * GLP-UNIT-WORK.
012730     COMPUTE GLP-CLOSE-VAL = GLP-CLOSE-VAL
012740         + GLP-BIN-CLOSING (GLP-SCAN-SUB) * GLP-UNIT-WORK.
012750 6100-VALUE-ONE-BIN-EXIT.
012760     EXIT.
012770*
012780*===============================================================
012790* 7000-FIND-OR-ADD-BIN  -  RESOLVE GLP-WORK-KEY TO ITS ROLL-
012800*     FORWARD SLOT, INSERTING A NEW KEY AT ITS PLACE IN
012810*     ASCENDING SEQUENCE.  GLP-INS-POS COMES BACK ZERO ONLY WHEN
012820*     THE TABLE IS FULL.
012830*===============================================================
012840 7000-FIND-OR-ADD-BIN.
012850     MOVE "N" TO GLP-MATCH-SW.
012860     MOVE 0 TO GLP-INS-POS.
012870     PERFORM 7100-SCAN-BIN
012880         THRU 7100-SCAN-BIN-EXIT
012890         VARYING GLP-SCAN-SUB FROM 1 BY 1
012900         UNTIL GLP-SCAN-SUB > GLP-BIN-COUNT
012910         OR GLP-INS-POS > 0.
012920     IF GLP-INS-POS = 0
012930         COMPUTE GLP-INS-POS = GLP-BIN-COUNT + 1
012940     END-IF.
012950     IF GLP-KEY-MATCHED
012960         GO TO 7000-FIND-OR-ADD-BIN-EXIT
012970     END-IF.
012980     IF GLP-BIN-COUNT = GLP-BIN-MAX-ENTRIES
012990         DISPLAY "ARRGLPST - ROLL-FORWARD TABLE FULL - KEY "
013000             "SKIPPED: " GLP-WORK-WHSE " " GLP-WORK-CODE
013010         MOVE 0 TO GLP-INS-POS
013020         GO TO 7000-FIND-OR-ADD-BIN-EXIT
013030     END-IF.
013040     ADD 1 TO GLP-BIN-COUNT.
013050     PERFORM 7200-SHIFT-BIN
013060         THRU 7200-SHIFT-BIN-EXIT
013070         VARYING GLP-SHIFT-SUB FROM GLP-BIN-COUNT BY -1
013080         UNTIL GLP-SHIFT-SUB NOT > GLP-INS-POS.
013090     MOVE GLP-WORK-KEY TO GLP-BIN-KEY (GLP-INS-POS).
013100     MOVE 0 TO GLP-BIN-OPENING (GLP-INS-POS).
013110     MOVE 0 TO GLP-BIN-EXPECTED (GLP-INS-POS).
013120     MOVE 0 TO GLP-BIN-CLOSING (GLP-INS-POS).
013130 7000-FIND-OR-ADD-BIN-EXIT.
013140     EXIT.
013150*
013160 7100-SCAN-BIN.
013170     IF GLP-BIN-KEY (GLP-SCAN-SUB) = GLP-WORK-KEY
013180         SET GLP-KEY-MATCHED TO TRUE
013190         MOVE GLP-SCAN-SUB TO GLP-INS-POS
013200     ELSE
013210         IF GLP-BIN-KEY (GLP-SCAN-SUB) > GLP-WORK-KEY
013220             MOVE GLP-SCAN-SUB TO GLP-INS-POS
013230         END-IF
013240     END-IF.
013250 7100-SCAN-BIN-EXIT.
013260     EXIT.
013270*
013280 7200-SHIFT-BIN.
013290     MOVE GLP-BIN-ENTRY (GLP-SHIFT-SUB - 1)
013300         TO GLP-BIN-ENTRY (GLP-SHIFT-SUB).
013310 7200-SHIFT-BIN-EXIT.
013320     EXIT.
013330*
013340*===============================================================
013350* 7300-FIND-OR-ADD-BUCKET  -  THE SAME ORDERED INSERT FOR THE
013360*     JOURNAL BUCKETS, KEYED ON GLP-WORK-JB-KEY.  A NEW BUCKET
013370*     TAKES THE ACCOUNTS OF THE ROW 7600 JUST FOUND.
013380*===============================================================
013390 7300-FIND-OR-ADD-BUCKET.
013400     MOVE "N" TO GLP-MATCH-SW.
013410     MOVE 0 TO GLP-INS-POS.
013420     PERFORM 7400-SCAN-BUCKET
013430         THRU 7400-SCAN-BUCKET-EXIT
013440         VARYING GLP-SCAN-SUB FROM 1 BY 1
013450         UNTIL GLP-SCAN-SUB > GLP-JB-COUNT
013460         OR GLP-INS-POS > 0.
013470     IF GLP-INS-POS = 0
013480         COMPUTE GLP-INS-POS = GLP-JB-COUNT + 1
013490     END-IF.
013500     IF GLP-KEY-MATCHED
013510         GO TO 7300-FIND-OR-ADD-BUCKET-EXIT
013520     END-IF.
013530     IF GLP-JB-COUNT = GLP-JB-MAX-ENTRIES
013540         DISPLAY "ARRGLPST - JOURNAL BUCKET TABLE FULL - KEY "
013550             "SKIPPED: " GLP-WORK-JB-KEY
013560         MOVE 0 TO GLP-INS-POS
013570         GO TO 7300-FIND-OR-ADD-BUCKET-EXIT
013580     END-IF.
013590     ADD 1 TO GLP-JB-COUNT.
013600     PERFORM 7500-SHIFT-BUCKET
013610         THRU 7500-SHIFT-BUCKET-EXIT
013620         VARYING GLP-SHIFT-SUB FROM GLP-JB-COUNT BY -1
013630         UNTIL GLP-SHIFT-SUB NOT > GLP-INS-POS.
013640     MOVE GLP-WORK-JB-KEY TO GLP-JB-KEY (GLP-INS-POS).
013650     MOVE GLP-ACCT-TBL-INV (GLP-ACCT-FOUND-SUB)
013660         TO GLP-JB-INV (GLP-INS-POS).
013670     MOVE GLP-ACCT-TBL-OFF (GLP-ACCT-FOUND-SUB)
013680         TO GLP-JB-OFF (GLP-INS-POS).
013690     MOVE GLP-ACCT-TBL-DESC (GLP-ACCT-FOUND-SUB)
013700         TO GLP-JB-DESC (GLP-INS-POS).
013710     MOVE 0 TO GLP-JB-INC-VAL (GLP-INS-POS).
013720     MOVE 0 TO GLP-JB-DEC-VAL (GLP-INS-POS).
013730 7300-FIND-OR-ADD-BUCKET-EXIT.
013740     EXIT.
013750*
013760 7400-SCAN-BUCKET.
013770     IF GLP-JB-KEY (GLP-SCAN-SUB) = GLP-WORK-JB-KEY
013780         SET GLP-KEY-MATCHED TO TRUE
013790         MOVE GLP-SCAN-SUB TO GLP-INS-POS
013800     ELSE
013810         IF GLP-JB-KEY (GLP-SCAN-SUB) > GLP-WORK-JB-KEY
013820             MOVE GLP-SCAN-SUB TO GLP-INS-POS
013830         END-IF
013840     END-IF.
013850 7400-SCAN-BUCKET-EXIT.
013860     EXIT.
013870*
013880 7500-SHIFT-BUCKET.
013890     MOVE GLP-JB-ENTRY (GLP-SHIFT-SUB - 1)
013900         TO GLP-JB-ENTRY (GLP-SHIFT-SUB).
013910 7500-SHIFT-BUCKET-EXIT.
013920     EXIT.
013930*
013940*===============================================================
013950* 7600-FIND-ACCOUNT  -  FIND THE ARRGLAC ROW FOR
013960*     GLP-ACCT-SRCH-KEY, TRYING THE WAREHOUSE'S OWN ROW FIRST AND
013970*     THEN THE "***" DEFAULT.  GLP-ACCT-FOUND-SUB COMES BACK
013980*     ZERO WHEN NEITHER EXISTS.
013990*===============================================================
014000 7600-FIND-ACCOUNT.
014010     MOVE 0 TO GLP-ACCT-FOUND-SUB.
014020     PERFORM 7610-SCAN-ACCOUNT
014030         THRU 7610-SCAN-ACCOUNT-EXIT
014040         VARYING GLP-ACCT-SUB FROM 1 BY 1
014050         UNTIL GLP-ACCT-SUB > GLP-ACCT-COUNT
014060         OR GLP-ACCT-FOUND-SUB > 0.
014070     IF GLP-ACCT-FOUND-SUB > 0
014080         GO TO 7600-FIND-ACCOUNT-EXIT
014090     END-IF.
014100     MOVE "***" TO GLP-ACCT-SRCH-WHSE.
014110     PERFORM 7610-SCAN-ACCOUNT
014120         THRU 7610-SCAN-ACCOUNT-EXIT
014130         VARYING GLP-ACCT-SUB FROM 1 BY 1
014140         UNTIL GLP-ACCT-SUB > GLP-ACCT-COUNT
014150         OR GLP-ACCT-FOUND-SUB > 0.
014160     MOVE GLP-AUD-WHSE TO GLP-ACCT-SRCH-WHSE.
014170 7600-FIND-ACCOUNT-EXIT.
014180     EXIT.
014190*
014200 7610-SCAN-ACCOUNT.
014210     IF GLP-ACCT-TBL-KEY (GLP-ACCT-SUB) = GLP-ACCT-SRCH-KEY
014220         MOVE GLP-ACCT-SUB TO GLP-ACCT-FOUND-SUB
014230     END-IF.
014240 7610-SCAN-ACCOUNT-EXIT.
014250     EXIT.
014260*
014270*===============================================================
014280* 7700-FIND-UNIT-COST  -  LOOK GLP-COST-LOOKUP-CODE UP ON THE
014290*     COST TABLE.  GLP-UNIT-WORK COMES BACK ZERO WHEN THE BIN
014300*     HAS NO ARRCOST ROW.
014310*===============================================================
014320 7700-FIND-UNIT-COST.
014330     MOVE "N" TO GLP-COST-FOUND-SW.
014340     MOVE 0 TO GLP-UNIT-WORK.
014350     IF GLP-COST-COUNT = 0
014360         GO TO 7700-FIND-UNIT-COST-EXIT
014370     END-IF.
014380     SEARCH ALL GLP-COST-ENTRY
014390         AT END
014400             CONTINUE
014410         WHEN GLP-COST-TBL-CODE (GLP-COST-IDX)
014420                 = GLP-COST-LOOKUP-CODE
014430             SET GLP-COST-FOUND TO TRUE
014440             MOVE GLP-COST-TBL-UNIT (GLP-COST-IDX)
014450                 TO GLP-UNIT-WORK
014460     END-SEARCH.
014470 7700-FIND-UNIT-COST-EXIT.
014480     EXIT.
014490*
014500*===============================================================
014510* 8000-WRITE-PERIOD-LOG  -  APPEND THIS RUN TO THE CUMULATIVE
014520*     ARRGLPL LOG.  A REFUSED RUN IS LOGGED TOO, WITH ITS RC 8,
014530*     SO THE ATTEMPT IS ON RECORD, BUT 1500 IGNORES IT.
014540*===============================================================
014550 8000-WRITE-PERIOD-LOG.
014560     IF GLP-POST-REFUSED
014570         MOVE GLP-REFUSE-MSG TO GLP-RPT-MSG-TEXT
014580         WRITE GLP-REPORT-REC FROM GLP-RPT-MSG-LINE
014590     END-IF.
014600     OPEN OUTPUT GLP-PLOG-FILE.
014610     MOVE SPACES            TO GLP-PLOG-REC.
014620     MOVE GLP-FLT-FROM-DATE TO GLP-PLOG-FROM-DATE.
014630     MOVE GLP-FLT-TO-DATE   TO GLP-PLOG-TO-DATE.
014640     MOVE GLP-RUN-DATE-N    TO GLP-PLOG-RUN-DATE.
014650     MOVE GLP-RUN-TIME      TO GLP-PLOG-RUN-TIME.
014660     MOVE GLP-JNL-ID        TO GLP-PLOG-JNL-ID.
014670     MOVE GLP-LINE-COUNT    TO GLP-PLOG-LINES.
014680     MOVE GLP-TOTAL-DR      TO GLP-PLOG-TOTAL-DR.
014690     MOVE GLP-TOTAL-CR      TO GLP-PLOG-TOTAL-CR.
014700     MOVE GLP-RUN-RC        TO GLP-PLOG-RC.
014710     WRITE GLP-PLOG-REC.
014720     CLOSE GLP-PLOG-FILE.
014730 8000-WRITE-PERIOD-LOG-EXIT.
014740     EXIT.
014750*
014760*===============================================================
014770* 9000-TERMINATE  -  WRITE THE COUNTS, CLOSE FILES AND SET THE
014780*     GRADED CONDITION CODE - 8 NOTHING POSTED, 4 POSTED BUT
014790*     UNCOSTED ACTIVITY OR AN UNTIED REGISTER, 0 CLEAN.
014800*===============================================================
014810 9000-TERMINATE.
014820     MOVE GLP-AUD-READ-COUNT TO GLP-RPT-TOT-READ.
014830     MOVE GLP-AUD-USED-COUNT TO GLP-RPT-TOT-USED.
014840     MOVE GLP-JNLD-COUNT     TO GLP-RPT-TOT-JNLD.
014850     MOVE GLP-LOAD-COUNT     TO GLP-RPT-TOT-LOAD.
014860     MOVE GLP-NOCOST-COUNT   TO GLP-RPT-TOT-NOCOST.
014870     MOVE GLP-NOACCT-COUNT   TO GLP-RPT-TOT-NOACCT.
014880     WRITE GLP-REPORT-REC FROM GLP-RPT-TOT-LINE.
014890     CLOSE GLP-JNL-FILE.
014900     CLOSE GLP-REPORT-FILE.
014910     DISPLAY "ARRGLPST - JOURNAL " GLP-JNL-ID
014920         " LINES " GLP-LINE-COUNT
014930         " NO ACCOUNT " GLP-NOACCT-COUNT
014940         " RC " GLP-RUN-RC.
014950     MOVE GLP-RUN-RC TO RETURN-CODE.
014960 9000-TERMINATE-EXIT.
014970     EXIT.

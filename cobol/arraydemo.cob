002820*                  CARRIED FORWARD, SO A MONTH-END FREEZE IS
002830*                  ENFORCED BY THE SYSTEM INSTEAD OF A NOTE
002840*                  TAPED TO THE CONSOLE.
002850* 10/15/26   RLH   SUSPENSE FILE FOR REJECTED INPUT.  EVERY
002860*                  ARRMOVE MOVEMENT, ARRXFER TRANSFER AND ARRIN
002870*                  DETAIL RECORD REJECTED TO ARREXC IS ALSO
002880*                  WRITTEN TO THE CUMULATIVE ARRSUSP SUSPENSE
002890*                  FILE - THE ORIGINAL RECORD IMAGE, A TWO-
002900*                  CHARACTER REASON CODE, THE BATCH IDENTIFIER
002910*                  AND THE REJECT DATE - INSTEAD OF LIVING ONLY
002920*                  ON A SYSOUT LISTING SOMEONE HAS TO RE-KEY
002930*                  FROM.  ITEMS ARE CORRECTED, DELETED OR
002940*                  RELEASED THROUGH THE NEW ARRSUSMT TRANSACTION;
002950*                  A RELEASED MOVEMENT OR TRANSFER IS REPLAYED BY
002960*                  THE NEXT MODE-M RUN AND A RELEASED DETAIL BY
002970*                  THE NEXT LOAD, THROUGH THE SAME VALIDATION AS
002980*                  FRESH INPUT - ONE THAT FAILS AGAIN GOES BACK
002990*                  INTO SUSPENSE KEEPING ITS FIRST REJECT DATE.
003000*                  ARRSUSP IS CARRIED FORWARD ON ARRSUSPO AND
003010*                  PROMOTED BY THE CLEANUP STEP, THE ARRCORRO
003020*                  PATTERN.  THE ARRMOVE, ARRXFER AND ARRIN
003030*                  RECORDS ARE NOW READ INTO WORKING STORAGE SO
003040*                  A RELEASED IMAGE POSTS THROUGH THE SAME
003050*                  PARAGRAPHS AS A RECORD JUST READ.
003060* 10/15/26   RLH   LOT AND EXPIRY TRACKING.  AN ARRMOVE RECEIPT
003070*                  MAY NOW CARRY A LOT NUMBER AND EXPIRY DATE IN
003080*                  WHAT WAS FILLER, AND THE ON-HAND OF EACH BIN
003090*                  IS HELD BY LOT ON THE NEW ARRLOT FILE, LOADED
003100*                  AT INITIALIZATION AND CARRIED FORWARD ON
003110*                  ARRLOTO FOR THE CLEANUP STEP TO PROMOTE.  AN
003120*                  ISSUE NAMING A LOT DRAWS FROM THAT LOT; ANY
003130*                  OTHER ISSUE DRAWS THE EARLIEST-EXPIRING LOT
003140*                  FIRST.  A TRANSFER CARRIES THE FIRST LOT IT
003150*                  DREW ON ITS IN-TRANSIT POSITION.  LOADS,
003160*                  CORRECTIONS AND CYCLE COUNTS SET ELEM
003170*                  DIRECTLY, SO BEFORE POSTING AND AGAIN BEFORE
003180*                  ARRLOTO IS WRITTEN THE LOTS OF EVERY BIN ARE
003190*                  BALANCED BACK TO ELEM THROUGH AN UNLOTTED
003200*                  ENTRY - THE LOTS ALWAYS SUM TO THE ARRAY.
003210*                  NEW REJECT REASONS M6 THROUGH MB.
003220* 10/15/26   RLH   CUSTOMER ORDER RESERVATIONS.  THE ARRRESV
003230*                  RESERVATION FILE, BUILT BY THE NEW ARRALLOC
003240*                  ALLOCATION RUN, IS LOADED IN EVERY MODE AND
003250*                  ARRRPT NOW SHOWS EACH BIN'S ON-HAND, RESERVED
003260*                  AND AVAILABLE SIDE BY SIDE.  AN ARRMOVE ISSUE
003270*                  MAY QUOTE AN ORDER NUMBER IN WHAT WAS FILLER;
003280*                  IT MUST MATCH AN OPEN RESERVATION FOR THAT
003290*                  BIN AND CONSUMES IT.  ARRRESV IS CARRIED
003300*                  FORWARD ON ARRRESVO BY A MODE-M RUN FOR THE
003310*                  CLEANUP STEP TO PROMOTE.  NEW REJECT REASONS
003320*                  MC AND MD.
003330* 10/15/26   RLH   RECEIVING AGAINST PURCHASE ORDERS.  A MODE-M
003340*                  RUN LOADS THE ARRPO OPEN PURCHASE ORDER FILE.
003350*                  A RECEIPT QUOTING A PO LINE NUMBER (NEW FIELD
003360*                  IN WHAT WAS FILLER) CARRIES THE PO NUMBER IN
003370*                  ITS DOCUMENT NUMBER AND IS MATCHED TO THAT
003380*                  LINE; AN UNKNOWN OR CLOSED LINE, THE WRONG
003390*                  BIN, OR A RECEIPT OVER THE ORDERED QUANTITY
003400*                  BEYOND THE LINE'S TOLERANCE IS HELD IN
003410*                  SUSPENSE.  A POSTED RECEIPT ADDS TO THE LINE'S
003420*                  RECEIVED-TO-DATE, AND ARRPO IS CARRIED FORWARD
003430*                  ON ARRPOO.  NEW REJECT REASONS ME THROUGH MI.
003440* 10/15/26   RLH   CYCLE-COUNT SCHEDULE.  A MODE-C RUN LOADS THE
003450*                  ARRABCF ABC CLASS FILE BUILT BY THE NEW ARRABC
003460*                  RUN AND STAMPS EACH BIN COUNTED WITH ITS COUNT
003470*                  DATE, SO ARRABC KNOWS WHEN THE NEXT COUNT IS
003480*                  DUE.  ARRABCF IS CARRIED FORWARD ON ARRABCO
003490*                  FOR THE CLEANUP STEP TO PROMOTE.  A PRE-FILLED
003500*                  ARRCYCT LINE THE COUNTERS LEFT BLANK NOW LISTS
003510*                  AS NOT COUNTED.
003520* 10/15/26   RLH   ENTERING OPERATOR ON ARRCORR.  THE CORRECTION
003530*                  RECORD NOW CARRIES THE SIGNED-ON OPERATOR WHO
003540*                  ENTERED IT; A CYCLE-COUNT ADJUSTMENT CARRIES
003550*                  THE COUNTER ID, SO ARRAPPRV REFUSES A COUNTER
003560*                  APPROVING THEIR OWN ADJUSTMENT.  THE PENDING
003570*                  SECTION OF ARRRPT SHOWS WHO ENTERED EACH ONE.
003580* 10/15/26   RLH   ACTIVITY TYPE ON ARRAUD.  A MOVEMENT RECORD
003590*                  NOW CARRIES ITS ARRMOVE TYPE (RECEIPT, ISSUE
003600*                  OR ADJUSTMENT) AND A CORRECTION RECORD ITS
003610*                  ORIGIN (CYCLE COUNT OR MAINTENANCE), SO THE
003620*                  NEW ARRGLPST JOURNAL RUN CAN POST EACH TO ITS
003630*                  OWN ACCOUNTS.  ARRCORR GAINS THE ORIGIN FLAG,
003640*                  SET TO "K" ON A CYCLE-COUNT ADJUSTMENT.
003650* 10/15/26   RLH   RUN TIME ON ARRSNAP.  EACH SNAPSHOT RECORD NOW
003660*                  CARRIES THE TIME OF THE RUN THAT WROTE IT
003670*                  BESIDE THE RUN DATE, THE SAME STAMP AS THAT
003680*                  RUN'S ARRAUD RECORDS, SO THE NEW ARRASOF RUN
003690*                  CAN PLACE A GENERATION WITHIN THE DAY AND
003700*                  REPLAY ONLY THE ACTIVITY THAT FOLLOWED IT.
003710* 10/15/26   RLH   PUTAWAY SPLIT FLAG ON ARRMOVE.  A RECEIPT THE
003720*                  NEW ARRPUTA STEP HAS SPLIT ACROSS OVERFLOW
003730*                  BINS CARRIES "P" IN COLUMN 71; ITS PO LINE IS
003740*                  THEN CHECKED FOR THE SAME WAREHOUSE RATHER
003750*                  THAN THE SAME BIN, SINCE ONLY PART OF THE
003760*                  RECEIPT LANDS IN THE BIN THE LINE NAMES.
003770* 10/15/26   RLH   UNIT-OF-MEASURE CONVERSION.  ARRIN DETAILS AND
003780*                  ARRMOVE MOVEMENTS MAY STATE THEIR UNIT; THE
003790*                  QUANTITY IS CONVERTED TO THE BIN'S STOCKING
003800*                  UNIT THROUGH THE NEW ARRUOM TABLE BEFORE IT IS
003810*                  CHECKED OR POSTED, AND A UNIT WITH NO
003820*                  CONVERSION IS REJECTED (L7/MJ).  ARRAUD CARRIES
003830*                  THE CONVERTED QUANTITY BESIDE THE ORIGINAL
003840*                  QUANTITY AND UNIT.
003850* 10/15/26   RLH   A RELEASED ARRIN DETAIL FOR A BIN TONIGHT'S
003860*                  LOAD ALREADY STATED IS SUPERSEDED - IT GOES
003870*                  BACK TO SUSPENSE (L8) INSTEAD OF REPLACING
003880*                  THE NEWER POSITION WITH THE OLDER BATCH'S.
003890* 10/15/26   RLH   A LOT, RESERVATION, PO OR ABC CLASS FILE TOO
003900*                  BIG FOR ITS TABLE NOW REFUSES THE RUN (RC=8)
003910*                  INSTEAD OF CARRYING A SHORT MASTER FORWARD.
003920*                  A RECEIPT WHOSE DOCUMENT IS AN ARRPO PURCHASE
003930*                  ORDER MUST QUOTE ITS PO LINE (ME).
003940*===============================================================
003950*
003960 ENVIRONMENT DIVISION.
003970 CONFIGURATION SECTION.
003980 SOURCE-COMPUTER.   IBM-370.
003990 OBJECT-COMPUTER.   IBM-370.
004000*
004010 INPUT-OUTPUT SECTION.
004020 FILE-CONTROL.
004030     SELECT ARR-INPUT-FILE  ASSIGN TO ARRIN
004040         ORGANIZATION IS SEQUENTIAL.
004050     SELECT ARR-REPORT-FILE ASSIGN TO ARRRPT
004060         ORGANIZATION IS SEQUENTIAL.
004070     SELECT ARR-EXCEPTION-FILE ASSIGN TO ARREXC
004080         ORGANIZATION IS SEQUENTIAL.
004090     SELECT ARR-AUDIT-FILE ASSIGN TO ARRAUD
004100         ORGANIZATION IS SEQUENTIAL.
004110     SELECT ARR-CKPT-FILE  ASSIGN TO ARRCKPT
004120         ORGANIZATION IS SEQUENTIAL
004130         FILE STATUS IS ARR-CKPT-STATUS.
004140     SELECT ARR-SNAPSHOT-FILE ASSIGN TO ARRSNAP
004150         ORGANIZATION IS SEQUENTIAL
004160         FILE STATUS IS ARR-SNAP-STATUS.
004170*    ARRSNAPO IS A SEPARATE DD FROM ARRSNAP SO THIS RUN'S
004180*    SNAPSHOT IS ALWAYS WRITTEN TO A FRESH DATASET RATHER THAN
004190*    APPENDED ONTO THE ONE JUST READ AS ARR-SNAPSHOT-FILE ABOVE.
004200     SELECT ARR-SNAPSHOT-OUT-FILE ASSIGN TO ARRSNAPO
004210         ORGANIZATION IS SEQUENTIAL.
004220     SELECT ARR-CORR-FILE   ASSIGN TO ARRCORR
004230         ORGANIZATION IS SEQUENTIAL
004240         FILE STATUS IS ARR-CORR-STATUS.
004250     SELECT ARR-BINM-FILE   ASSIGN TO ARRBINM
004260         ORGANIZATION IS INDEXED
004270         ACCESS MODE IS RANDOM
004280         RECORD KEY IS ARR-BINM-CODE
004290         FILE STATUS IS ARR-BINM-STATUS.
004300     SELECT ARR-MOVE-FILE   ASSIGN TO ARRMOVE
004310         ORGANIZATION IS SEQUENTIAL
004320         FILE STATUS IS ARR-MOVE-STATUS.
004330     SELECT ARR-EXTRACT-FILE ASSIGN TO ARREXTR
004340         ORGANIZATION IS SEQUENTIAL.
004350     SELECT ARR-RLOG-FILE    ASSIGN TO ARRRLOG
004360         ORGANIZATION IS SEQUENTIAL
004370         FILE STATUS IS ARR-RLOG-STATUS.
004380     SELECT ARR-CAL-FILE     ASSIGN TO ARRCAL
004390         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS ARR-CAL-STATUS.
004410     SELECT ARR-EXTL-FILE    ASSIGN TO ARREXTL
004420         ORGANIZATION IS SEQUENTIAL.
004430     SELECT ARR-CORR-OUT-FILE ASSIGN TO ARRCORRO
004440         ORGANIZATION IS SEQUENTIAL.
004450     SELECT ARR-CYCT-FILE    ASSIGN TO ARRCYCT
004460         ORGANIZATION IS SEQUENTIAL
004470         FILE STATUS IS ARR-CYCT-STATUS.
004480     SELECT ARR-CYCR-FILE    ASSIGN TO ARRCYCR
004490         ORGANIZATION IS SEQUENTIAL.
004500     SELECT ARR-THR-FILE     ASSIGN TO ARRTHRC
004510         ORGANIZATION IS SEQUENTIAL
004520         FILE STATUS IS ARR-THR-STATUS.
004530     SELECT ARR-COST-FILE    ASSIGN TO ARRCOST
004540         ORGANIZATION IS SEQUENTIAL
004550         FILE STATUS IS ARR-COST-STATUS.
004560     SELECT ARR-UOM-FILE     ASSIGN TO ARRUOM
004570         ORGANIZATION IS SEQUENTIAL
004580         FILE STATUS IS ARR-UOM-STATUS.
004590     SELECT ARR-VAL-FILE     ASSIGN TO ARRVAL
004600         ORGANIZATION IS SEQUENTIAL.
004610*    ARRSNAPK IS THE KEYED TWIN OF THIS RUN'S OUTGOING
004620*    SNAPSHOT - REBUILT EVERY RUN FOR THE TRANSACTIONS THAT
004630*    LOOK UP ONE BIN BY KEY.
004640     SELECT ARR-SNAPK-FILE   ASSIGN TO ARRSNAPK
004650         ORGANIZATION IS INDEXED
004660         ACCESS MODE IS SEQUENTIAL
004670         RECORD KEY IS ARR-SNAPK-BIN-KEY
004680         FILE STATUS IS ARR-SNAPK-STATUS.
004690     SELECT ARR-XFER-FILE    ASSIGN TO ARRXFER
004700         ORGANIZATION IS SEQUENTIAL
004710         FILE STATUS IS ARR-XFER-STATUS.
004720     SELECT ARR-INTR-FILE    ASSIGN TO ARRINTR
004730         ORGANIZATION IS SEQUENTIAL
004740         FILE STATUS IS ARR-INTR-STATUS.
004750     SELECT ARR-INTR-OUT-FILE ASSIGN TO ARRINTRO
004760         ORGANIZATION IS SEQUENTIAL.
004770*    ARRSUSP IS THE CUMULATIVE SUSPENSE FILE OF REJECTED INPUT,
004780*    READ AT INITIALIZATION AND CARRIED FORWARD (WITH THIS
004790*    RUN'S NEW REJECTS APPENDED) ON ARRSUSPO - SEPARATE DDS FOR
004800*    THE SAME REASON AS ARRINTR/ARRINTRO.
004810     SELECT ARR-SUSP-FILE    ASSIGN TO ARRSUSP
004820         ORGANIZATION IS SEQUENTIAL
004830         FILE STATUS IS ARR-SUSP-STATUS.
004840     SELECT ARR-SUSP-OUT-FILE ASSIGN TO ARRSUSPO
004850         ORGANIZATION IS SEQUENTIAL.
004860*    ARRLOT IS THE LOT-LEVEL ON-HAND UNDER EACH BIN, READ AT
004870*    INITIALIZATION AND REWRITTEN WHOLE ON ARRLOTO - SEPARATE
004880*    DDS FOR THE SAME REASON AS ARRINTR/ARRINTRO.
004890     SELECT ARR-LOT-FILE     ASSIGN TO ARRLOT
004900         ORGANIZATION IS SEQUENTIAL
004910         FILE STATUS IS ARR-LOT-STATUS.
004920     SELECT ARR-LOT-OUT-FILE ASSIGN TO ARRLOTO
004930         ORGANIZATION IS SEQUENTIAL.
004940*    ARRRESV IS READ IN EVERY MODE FOR THE ARRRPT RESERVED
004950*    COLUMN; ONLY A MODE-M RUN CONSUMES RESERVATIONS AND
004960*    WRITES ARRRESVO - THE ARRINTR/ARRINTRO RULE.
004970     SELECT ARR-RESV-FILE    ASSIGN TO ARRRESV
004980         ORGANIZATION IS SEQUENTIAL
004990         FILE STATUS IS ARR-RESV-STATUS.
005000     SELECT ARR-RESV-OUT-FILE ASSIGN TO ARRRESVO
005010         ORGANIZATION IS SEQUENTIAL.
005020*    ARRPO IS READ, AND ARRPOO WRITTEN, BY A MODE-M RUN ONLY -
005030*    NO OTHER MODE POSTS RECEIPTS.
005040     SELECT ARR-PO-FILE     ASSIGN TO ARRPO
005050         ORGANIZATION IS SEQUENTIAL
005060         FILE STATUS IS ARR-PO-STATUS.
005070     SELECT ARR-PO-OUT-FILE ASSIGN TO ARRPOO
005080         ORGANIZATION IS SEQUENTIAL.
005090*    ARRABCF IS READ, AND ARRABCO WRITTEN, BY A MODE-C RUN ONLY.
005100     SELECT ARR-ABC-FILE    ASSIGN TO ARRABCF
005110         ORGANIZATION IS SEQUENTIAL
005120         FILE STATUS IS ARR-ABC-STATUS.
005130     SELECT ARR-ABC-OUT-FILE ASSIGN TO ARRABCO
005140         ORGANIZATION IS SEQUENTIAL.
005150*
005160 DATA DIVISION.
005170 FILE SECTION.
005180 FD  ARR-INPUT-FILE
005190     RECORDING MODE IS F
005200     LABEL RECORDS ARE STANDARD.
005210*    READ INTO ARR-INPUT-HEADER-REC / ARR-INPUT-DETAIL-REC IN
005220*    WORKING STORAGE, WHERE A DETAIL RELEASED FROM SUSPENSE IS
005230*    ALSO BUILT FOR REPLAY.
005240 01  ARR-INPUT-FILE-REC         PIC X(80).
005250*
005260 FD  ARR-REPORT-FILE
005270     RECORDING MODE IS F
005280     LABEL RECORDS ARE STANDARD.
005290 01  ARR-REPORT-REC             PIC X(132).
005300*
005310 FD  ARR-EXCEPTION-FILE
005320     RECORDING MODE IS F
005330     LABEL RECORDS ARE STANDARD.
005340 01  ARR-EXCEPTION-REC          PIC X(132).
005350*
005360*    AUDIT TRAIL RECORD - ONE PER ELEM UPDATE.
005370 FD  ARR-AUDIT-FILE
005380     RECORDING MODE IS F
005390     LABEL RECORDS ARE STANDARD.
005400 01  ARR-AUDIT-REC.
005410     05  ARR-AUD-SUB            PIC 9(04).
005420     05  ARR-AUD-CODE           PIC X(09).
005430     05  ARR-AUD-OLD-VAL        PIC 9(09).
005440     05  ARR-AUD-NEW-VAL        PIC 9(09).
005450     05  ARR-AUD-RUN-DATE       PIC 9(06).
005460     05  ARR-AUD-RUN-TIME       PIC 9(08).
005470*    SOURCE OF THE UPDATE - "L" LOAD, "C" ARRCORR CORRECTION,
005480*    "M" ARRMOVE MOVEMENT - THE MOVEMENT'S SOURCE DOCUMENT
005490*    NUMBER, AND THE WAREHOUSE CODE.  ALL THREE LIVE IN WHAT
005500*    WAS FILLER, APPENDED AFTER THE ORIGINAL FIELDS RATHER
005510*    THAN INSERTED AMONG THEM, BECAUSE ARRAUD IS CUMULATIVE
005520*    AND ARRAUDRP/ARRAUDAR MUST KEEP PARSING THE MONTHS OF
005530*    RECORDS WRITTEN IN THE OLD LAYOUT - ALL THREE ARE SPACES
005540*    ON THOSE.
005550     05  ARR-AUD-SOURCE         PIC X(01).
005560     05  ARR-AUD-DOC-NO         PIC X(10).
005570     05  ARR-AUD-WHSE           PIC X(03).
005580*    ACTIVITY TYPE WITHIN THE SOURCE - ON AN "M" RECORD THE
005590*    ARRMOVE TYPE ("R" RECEIPT, "I" ISSUE, "A" ADJUSTMENT), ON
005600*    A "C" RECORD THE ARRCORR ORIGIN ("K" CYCLE COUNT, "M"
005610*    MAINTENANCE).  APPENDED IN WHAT WAS FILLER; SPACES ON
005620*    EVERY OTHER SOURCE AND ON RECORDS WRITTEN BEFORE IT.
005630     05  ARR-AUD-TYPE           PIC X(01).
005640*    UNIT CONVERSION - ON A LOAD OR MOVEMENT THAT STATED ITS
005650*    QUANTITY IN A UNIT OTHER THAN THE BIN'S STOCKING UNIT, THE
005660*    CONVERTED QUANTITY THAT WAS POSTED, AND THE QUANTITY AND
005670*    UNIT AS STATED.  APPENDED IN WHAT WAS FILLER; THE UNIT IS
005680*    SPACES (AND BOTH QUANTITIES ZERO) ON A RECORD THAT WAS NOT
005690*    CONVERTED, AND SPACES THROUGHOUT ON RECORDS WRITTEN BEFORE
005700*    IT - TEST THE UNIT BEFORE THE QUANTITIES.
005710     05  ARR-AUD-CONV-QTY       PIC S9(09)
005720                                SIGN IS LEADING SEPARATE.
005730     05  ARR-AUD-ORIG-QTY       PIC S9(09)
005740                                SIGN IS LEADING SEPARATE.
005750     05  ARR-AUD-ORIG-UOM       PIC X(03).
005760     05  FILLER                 PIC X(49).
005770*
005780*    CHECKPOINT/RESTART RECORD - ONE PER CHECKPOINTED ELEM.
005790 FD  ARR-CKPT-FILE
005800     RECORDING MODE IS F
005810     LABEL RECORDS ARE STANDARD.
005820 01  ARR-CKPT-REC.
005830     05  ARR-CKPT-SUB           PIC 9(04).
005840     05  ARR-CKPT-BIN-KEY.
005850         10  ARR-CKPT-WHSE      PIC X(03).
005860         10  ARR-CKPT-CODE      PIC X(09).
005870     05  ARR-CKPT-VAL           PIC 9(09).
005880     05  FILLER                 PIC X(107).
005890*
005900*    SNAPSHOT RECORD - ONE PER ELEM, WRITTEN AT THE END OF EACH
005910*    RUN AND READ BACK AT THE START OF THE NEXT RUN FOR
005920*    RUN-TO-RUN RECONCILIATION.
005930 FD  ARR-SNAPSHOT-FILE
005940     RECORDING MODE IS F
005950     LABEL RECORDS ARE STANDARD.
005960 01  ARR-SNAP-REC.
005970     05  ARR-SNAP-SUB           PIC 9(04).
005980     05  ARR-SNAP-BIN-KEY.
005990         10  ARR-SNAP-WHSE      PIC X(03).
006000         10  ARR-SNAP-CODE      PIC X(09).
006010     05  ARR-SNAP-VAL           PIC 9(09).
006020     05  ARR-SNAP-RUN-DATE      PIC 9(06).
006030*    RUN TIME APPENDED IN WHAT WAS FILLER - SPACES ON A
006040*    GENERATION WRITTEN BEFORE IT EXISTED.
006050     05  ARR-SNAP-RUN-TIME      PIC X(08).
006060     05  FILLER                 PIC X(93).
006070*
006080*    THIS RUN'S OUTGOING SNAPSHOT - SAME LAYOUT AS ARR-SNAP-REC
006090*    ABOVE, WRITTEN ON A SEPARATE FILE SO SAVING IT DOES NOT
006100*    DEPEND ON REOPENING THE DATASET JUST READ AS ARR-SNAP-REC.
006110 FD  ARR-SNAPSHOT-OUT-FILE
006120     RECORDING MODE IS F
006130     LABEL RECORDS ARE STANDARD.
006140 01  ARR-SNAP-OUT-REC.
006150     05  ARR-SNAP-OUT-SUB       PIC 9(04).
006160     05  ARR-SNAP-OUT-BIN-KEY.
006170         10  ARR-SNAP-OUT-WHSE  PIC X(03).
006180         10  ARR-SNAP-OUT-CODE  PIC X(09).
006190     05  ARR-SNAP-OUT-VAL       PIC 9(09).
006200     05  ARR-SNAP-OUT-RUN-DATE  PIC 9(06).
006210     05  ARR-SNAP-OUT-RUN-TIME  PIC X(08).
006220     05  FILLER                 PIC X(93).
006230*
006240*    KEYED SNAPSHOT RECORD - THE SAME POSITION AS ARR-SNAP-OUT
006250*    ABOVE, KEYED ON WAREHOUSE PLUS BIN CODE AND REBUILT EVERY
006260*    RUN FOR DIRECT ONE-BIN LOOKUPS BY ARRMAINT AND THE OTHER
006270*    TRANSACTIONS.
006280 FD  ARR-SNAPK-FILE
006290     LABEL RECORDS ARE STANDARD.
006300 01  ARR-SNAPK-REC.
006310     05  ARR-SNAPK-BIN-KEY.
006320         10  ARR-SNAPK-WHSE     PIC X(03).
006330         10  ARR-SNAPK-CODE     PIC X(09).
006340     05  ARR-SNAPK-VAL          PIC 9(09).
006350     05  ARR-SNAPK-RUN-DATE     PIC 9(06).
006360     05  FILLER                 PIC X(105).
006370*
006380*    CORRECTION RECORD - ONE PER PENDING CORRECTION KEYED IN
006390*    THROUGH ARRMAINT.  APPLIED AGAINST THE ARRAY BY BIN CODE
006400*    AT THE START OF THE NEXT RUN, THEN CLEARED.
006410 FD  ARR-CORR-FILE
006420     RECORDING MODE IS F
006430     LABEL RECORDS ARE STANDARD.
006440 01  ARR-CORR-REC.
006450     05  ARR-CORR-SUB           PIC 9(04).
006460     05  ARR-CORR-BIN-KEY.
006470         10  ARR-CORR-WHSE      PIC X(03).
006480         10  ARR-CORR-CODE      PIC X(09).
006490     05  ARR-CORR-NEW-VAL       PIC 9(09).
006500     05  ARR-CORR-DATE          PIC 9(06).
006510     05  ARR-CORR-TIME          PIC 9(08).
006520*    APPROVAL STATUS - "A" APPROVED (OR UNDER THE ARRMAINT
006530*    THRESHOLDS), "P" PENDING SUPERVISOR APPROVAL, "R"
006540*    REJECTED.  SPACE ON RECORDS QUEUED BEFORE THE STATUS
006550*    EXISTED, WHICH APPLY AS BEFORE.  THE APPROVER ID IS SET
006560*    BY THE ARRAPPRV SUPERVISOR TRANSACTION; THE ENTERING
006570*    OPERATOR BY ARRMAINT (OR THE COUNTER, FOR A CYCLE-COUNT
006580*    ADJUSTMENT) AND MAY NOT APPROVE IT.
006590     05  ARR-CORR-STAT          PIC X(01).
006600         88  ARR-CORR-STAT-PENDING          VALUE "P".
006610         88  ARR-CORR-STAT-REJECTED         VALUE "R".
006620     05  ARR-CORR-APPR-ID       PIC X(08).
006630     05  ARR-CORR-ENTER-ID      PIC X(08).
006640*    ORIGIN - "K" A CYCLE-COUNT ADJUSTMENT WRITTEN BY MODE C,
006650*    "M" AN ARRMAINT CORRECTION.  SPACE ON RECORDS QUEUED
006660*    BEFORE THE FLAG EXISTED, WHICH COUNT AS MAINTENANCE.
006670     05  ARR-CORR-ORIGIN        PIC X(01).
006680     05  FILLER                 PIC X(75).
006690*
006700*    OUTGOING CORRECTION FILE - PENDING CORRECTIONS CARRIED
006710*    FORWARD TO THE NEXT RUN.  SAME LAYOUT AS ARR-CORR-REC,
006720*    WRITTEN ON A FRESH DATASET THE CLEANUP STEP PROMOTES OVER
006730*    ARRCORR, THE SAME RENAME PATTERN THE SNAPSHOT ONCE USED.
006740 FD  ARR-CORR-OUT-FILE
006750     RECORDING MODE IS F
006760     LABEL RECORDS ARE STANDARD.
006770 01  ARR-CORR-OUT-REC           PIC X(132).
006780*
006790*    CYCLE-COUNT RECORD - ONE PER BIN PHYSICALLY COUNTED BY THE
006800*    WAREHOUSE, PROCESSED IN RUN MODE "C".
006810 FD  ARR-CYCT-FILE
006820     RECORDING MODE IS F
006830     LABEL RECORDS ARE STANDARD.
006840 01  ARR-CYCT-REC.
006850     05  ARR-CYCT-COUNTER-ID    PIC X(08).
006860     05  ARR-CYCT-COUNT-DATE    PIC 9(06).
006870     05  ARR-CYCT-COUNT-DATE-X REDEFINES ARR-CYCT-COUNT-DATE.
006880         10  ARR-CYCT-YY        PIC 9(02).
006890         10  ARR-CYCT-MM        PIC 9(02).
006900         10  ARR-CYCT-DD        PIC 9(02).
006910     05  ARR-CYCT-BIN-KEY.
006920         10  ARR-CYCT-WHSE      PIC X(03).
006930         10  ARR-CYCT-CODE      PIC X(09).
006940     05  ARR-CYCT-QTY           PIC 9(09).
006950*    A PRE-FILLED ARRABC COUNT LINE CARRIES THE QUANTITY BLANK
006960*    UNTIL THE COUNTERS KEY IT.
006970     05  ARR-CYCT-QTY-X REDEFINES ARR-CYCT-QTY
006980                                PIC X(09).
006990*    BATCH IDENTIFIER - APPENDED IN WHAT WAS FILLER; SPACES ON
007000*    OLD FILES, WHICH POST UNCHECKED.
007010     05  ARR-CYCT-BATCH-ID      PIC X(08).
007020     05  FILLER                 PIC X(37).
007030*
007040*    CYCLE-COUNT VARIANCE LISTING.
007050 FD  ARR-CYCR-FILE
007060     RECORDING MODE IS F
007070     LABEL RECORDS ARE STANDARD.
007080 01  ARR-CYCR-REC               PIC X(132).
007090*
007100*    APPROVAL THRESHOLD CONTROL CARD - SAME CARD ARRMAINT
007110*    READS.  A CYCLE-COUNT ADJUSTMENT EXCEEDING EITHER LIMIT
007120*    QUEUES PENDING SUPERVISOR APPROVAL LIKE ANY OTHER LARGE
007130*    CORRECTION.
007140 FD  ARR-THR-FILE
007150     RECORDING MODE IS F
007160     LABEL RECORDS ARE STANDARD.
007170 01  ARR-THR-REC.
007180     05  ARR-THR-ABS            PIC 9(09).
007190     05  ARR-THR-PCT            PIC 9(03).
007200     05  FILLER                 PIC X(68).
007210*
007220*    BIN MASTER RECORD - ONE PER BIN KNOWN TO THE WAREHOUSE,
007230*    ON THE ARRBINM KSDS KEYED BY ARR-BINM-CODE.  LAYOUT MUST
007240*    MATCH ARRMAINT'S ARR-BINM-REC.
007250 FD  ARR-BINM-FILE
007260     LABEL RECORDS ARE STANDARD.
007270 01  ARR-BINM-REC.
007280     05  ARR-BINM-CODE          PIC X(09).
007290     05  ARR-BINM-DESC          PIC X(30).
007300     05  ARR-BINM-ZONE          PIC X(03).
007310     05  ARR-BINM-UOM           PIC X(03).
007320     05  ARR-BINM-MAX-CAP       PIC 9(09).
007330     05  ARR-BINM-ACT-FLAG      PIC X(01).
007340         88  ARR-BINM-REC-ACTIVE            VALUE "A".
007350     05  FILLER                 PIC X(77).
007360*
007370*    MOVEMENT TRANSACTION RECORD - ONE PER RECEIPT, ISSUE OR
007380*    ADJUSTMENT SENT BY THE WAREHOUSE, APPLIED AGAINST THE
007390*    ARRAY BY BIN CODE IN RUN MODE "M".  THE QUANTITY CARRIES
007400*    A LEADING SEPARATE SIGN SO AN ADJUSTMENT CAN GO EITHER WAY.
007410 FD  ARR-MOVE-FILE
007420     RECORDING MODE IS F
007430     LABEL RECORDS ARE STANDARD.
007440*    READ INTO ARR-MOVE-REC IN WORKING STORAGE.
007450 01  ARR-MOVE-FILE-REC          PIC X(132).
007460*
007470*    DOWNSTREAM EXTRACT FOR THE CORPORATE INVENTORY SYSTEM -
007480*    A HEADER WITH RUN DATE AND FILE IDENTIFIER, ONE DETAIL PER
007490*    ARR-DETAIL ENTRY, AND A TRAILER WITH THE RECORD COUNT AND
007500*    A HASH TOTAL OF THE BIN VALUES.
007510 FD  ARR-EXTRACT-FILE
007520     RECORDING MODE IS F
007530     LABEL RECORDS ARE STANDARD.
007540 01  ARR-EXT-HEADER-REC.
007550     05  ARR-EXT-HDR-TYPE       PIC X(01).
007560     05  ARR-EXT-HDR-RUN-DATE   PIC 9(06).
007570     05  ARR-EXT-HDR-FILE-ID    PIC X(17).
007580     05  FILLER                 PIC X(56).
007590 01  ARR-EXT-DETAIL-REC.
007600     05  ARR-EXT-DTL-TYPE       PIC X(01).
007610     05  ARR-EXT-DTL-WHSE       PIC X(03).
007620     05  ARR-EXT-DTL-CODE       PIC X(09).
007630     05  ARR-EXT-DTL-VALUE      PIC 9(09).
007640     05  ARR-EXT-DTL-AS-OF      PIC 9(06).
007650*    UNIT COST AND EXTENDED VALUE - APPENDED IN WHAT WAS
007660*    FILLER, AFTER THE ORIGINAL FIELDS, SO AN EXTRACT READER
007670*    BUILT AGAINST THE OLD LAYOUT KEEPS PARSING.  BOTH ARE
007680*    ZERO FOR A BIN WITH NO ARRCOST ROW.
007690     05  ARR-EXT-DTL-UNIT-COST  PIC 9(05)V99.
007700     05  ARR-EXT-DTL-EXT-VAL    PIC 9(14)V99.
007710     05  FILLER                 PIC X(29).
007720 01  ARR-EXT-TRAILER-REC.
007730     05  ARR-EXT-TRL-TYPE       PIC X(01).
007740     05  ARR-EXT-TRL-COUNT      PIC 9(09).
007750     05  ARR-EXT-TRL-HASH       PIC 9(15).
007760*    TOTAL EXTENDED VALUE OF THE DETAILS - APPENDED IN WHAT
007770*    WAS FILLER FOR THE SAME REASON AS THE DETAIL FIELDS.
007780     05  ARR-EXT-TRL-VALUE      PIC 9(15)V99.
007790     05  FILLER                 PIC X(38).
007800*
007810*    RUN-CONTROL SUMMARY RECORD - ONE APPENDED PER RUN TO THE
007820*    CUMULATIVE ARRRLOG RUN LOG (ALLOCATED MOD IN THE BATCH
007830*    JCL), SO LAST NIGHT CAN BE JUDGED AT A GLANCE WITHOUT
007840*    READING THREE SYSOUT LISTINGS.
007850 FD  ARR-RLOG-FILE
007860     RECORDING MODE IS F
007870     LABEL RECORDS ARE STANDARD.
007880 01  ARR-RLOG-REC.
007890     05  ARR-RLOG-RUN-DATE      PIC 9(06).
007900     05  ARR-RLOG-RUN-TIME      PIC 9(08).
007910     05  ARR-RLOG-MODE          PIC X(01).
007920     05  ARR-RLOG-ELEMS         PIC 9(04).
007930     05  ARR-RLOG-EXC           PIC 9(04).
007940     05  ARR-RLOG-CORR          PIC 9(04).
007950     05  ARR-RLOG-MOVES         PIC 9(04).
007960     05  ARR-RLOG-PEND          PIC 9(04).
007970     05  ARR-RLOG-TOTAL         PIC 9(11).
007980     05  ARR-RLOG-RC            PIC 9(02).
007990*    THE BATCH IDENTIFIER THIS RUN POSTED - APPENDED IN WHAT
008000*    WAS FILLER.  THE DUPLICATE-POSTING CHECK READS THESE BACK.
008010     05  ARR-RLOG-BATCH-ID      PIC X(08).
008020     05  FILLER                 PIC X(76).
008030*
008040*    EXTRACT REGISTER RECORD - ONE APPENDED PER ARREXTR EXTRACT
008050*    PRODUCED, TO THE CUMULATIVE ARREXTL FILE (ALLOCATED MOD IN
008060*    THE BATCH JCL).  THE ARRACKRC ACKNOWLEDGMENT STEP MATCHES
008070*    CORPORATE'S RECEIPTS AGAINST THESE.
008080 FD  ARR-EXTL-FILE
008090     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008110 01  ARR-EXTL-REC.
008120     05  ARR-EXTL-RUN-DATE      PIC 9(06).
008130     05  ARR-EXTL-RUN-TIME      PIC 9(08).
008140     05  ARR-EXTL-COUNT         PIC 9(09).
008150     05  ARR-EXTL-HASH          PIC 9(15).
008160     05  ARR-EXTL-VALUE         PIC 9(15)V99.
008170     05  FILLER                 PIC X(77).
008180*
008190*    PROCESSING CALENDAR RECORD - ONE PER RESTRICTED DATE.  THE
008200*    MODES FIELD LISTS THE RUN MODE LETTERS ALLOWED THAT DAY
008210*    (E.G. "RC" ON A MONTH-END FREEZE DAY THAT MUST NOT TAKE A
008220*    FULL LOAD).  A DATE WITH NO ROW ALLOWS EVERYTHING.
008230 FD  ARR-CAL-FILE
008240     RECORDING MODE IS F
008250     LABEL RECORDS ARE STANDARD.
008260 01  ARR-CAL-REC.
008270     05  ARR-CAL-DATE           PIC 9(06).
008280     05  ARR-CAL-MODES          PIC X(04).
008290     05  ARR-CAL-MODES-X REDEFINES ARR-CAL-MODES.
008300         10  ARR-CAL-MODE-CH    OCCURS 4 TIMES
008310                                PIC X(01).
008320     05  FILLER                 PIC X(70).
008330*
008340*    UNIT COST MASTER RECORD - ONE PER BIN, KEYED AND KEPT IN
008350*    ASCENDING BIN CODE SEQUENCE LIKE ARRBINM.  CARRIES THE
008360*    UNIT COST USED TO EXTEND THE FINAL ARRAY INTO DOLLARS AND
008370*    THE DATE THAT COST BECAME EFFECTIVE.
008380 FD  ARR-COST-FILE
008390     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD.
008410 01  ARR-COST-REC.
008420     05  ARR-COST-CODE          PIC X(09).
008430     05  ARR-COST-UNIT          PIC 9(05)V99.
008440     05  ARR-COST-EFF-DATE      PIC 9(06).
008450     05  FILLER                 PIC X(110).
008460*
008470*    UNIT CONVERSION ROW - ONE PER BIN AND UNIT A FEED OR
008480*    MOVEMENT MAY STATE, IN ASCENDING BIN CODE AND UNIT
008490*    SEQUENCE.  THE FACTOR IS THE NUMBER OF THE BIN'S STOCKING
008500*    UNITS (ARR-BINM-UOM) IN ONE OF THE STATED UNIT - 50 FOR A
008510*    CASE OF 50 EACHES.  A UNIT EQUAL TO THE STOCKING UNIT
008520*    NEEDS NO ROW.  LAYOUT MUST MATCH ARRMERGE'S AND ARRPUTA'S
008530*    ARRUOM RECORD.
008540 FD  ARR-UOM-FILE
008550     RECORDING MODE IS F
008560     LABEL RECORDS ARE STANDARD.
008570 01  ARR-UOM-REC.
008580     05  ARR-UOM-KEY.
008590         10  ARR-UOM-CODE       PIC X(09).
008600         10  ARR-UOM-FROM-UNIT  PIC X(03).
008610     05  ARR-UOM-FACTOR         PIC 9(07).
008620     05  FILLER                 PIC X(61).
008630*
008640*    INVENTORY VALUATION REPORT.
008650 FD  ARR-VAL-FILE
008660     RECORDING MODE IS F
008670     LABEL RECORDS ARE STANDARD.
008680 01  ARR-VAL-REC                PIC X(132).
008690*
008700*    INTER-WAREHOUSE TRANSFER TRANSACTION - RUN MODE "M" ONLY.
008710*    A "T" INITIATE ISSUES THE QUANTITY FROM THE FROM-BIN AND
008720*    OPENS AN IN-TRANSIT POSITION UNDER THE DOCUMENT NUMBER; A
008730*    "C" CONFIRM (DOCUMENT NUMBER ONLY, THE REST IS TAKEN FROM
008740*    THE OPEN POSITION) BOOKS THE RECEIPT AT THE TO-BIN AND
008750*    CLOSES IT.
008760 FD  ARR-XFER-FILE
008770     RECORDING MODE IS F
008780     LABEL RECORDS ARE STANDARD.
008790*    READ INTO ARR-XFER-REC IN WORKING STORAGE.
008800 01  ARR-XFER-FILE-REC          PIC X(132).
008810*
008820*    IN-TRANSIT POSITION - ONE PER TRANSFER INITIATED BUT NOT
008830*    YET CONFIRMED, READ AT INITIALIZATION AND CARRIED FORWARD
008840*    ON ARRINTRO AT THE END OF A MODE-M RUN, WHICH THE BATCH
008850*    JCL PROMOTES OVER ARRINTR - THE SAME RENAME PATTERN AS
008860*    ARRCORR/ARRCORRO.  ONLY OPEN POSITIONS ARE ON FILE.
008870 FD  ARR-INTR-FILE
008880     RECORDING MODE IS F
008890     LABEL RECORDS ARE STANDARD.
008900 01  ARR-INTR-REC.
008910     05  ARR-INTR-DOC-NO        PIC X(10).
008920     05  ARR-INTR-FROM-KEY.
008930         10  ARR-INTR-FROM-WHSE PIC X(03).
008940         10  ARR-INTR-FROM-CODE PIC X(09).
008950     05  ARR-INTR-TO-KEY.
008960         10  ARR-INTR-TO-WHSE   PIC X(03).
008970         10  ARR-INTR-TO-CODE   PIC X(09).
008980     05  ARR-INTR-QTY           PIC 9(09).
008990     05  ARR-INTR-SENT-DATE     PIC 9(06).
009000*    LOT AND EXPIRY OF THE FIRST LOT THE INITIATE DREW FROM THE
009010*    SOURCE BIN - THE WHOLE QUANTITY LANDS UNDER IT AT THE
009020*    DESTINATION.  SPACES ON POSITIONS OPENED BEFORE LOTS WERE
009030*    KEPT, WHICH LAND UNLOTTED.
009040     05  ARR-INTR-LOT-NO        PIC X(10).
009050     05  ARR-INTR-EXP-DATE      PIC X(06).
009060     05  FILLER                 PIC X(67).
009070*
009080*    THIS RUN'S OUTGOING IN-TRANSIT FILE - SAME LAYOUT AS
009090*    ARR-INTR-REC ABOVE, ON ITS OWN FILE FOR THE SAME REASON
009100*    ARRSNAPO IS SEPARATE FROM ARRSNAP.
009110 FD  ARR-INTR-OUT-FILE
009120     RECORDING MODE IS F
009130     LABEL RECORDS ARE STANDARD.
009140 01  ARR-INTR-OUT-REC.
009150     05  ARR-INTR-OUT-DOC-NO    PIC X(10).
009160     05  ARR-INTR-OUT-FROM-KEY  PIC X(12).
009170     05  ARR-INTR-OUT-TO-KEY    PIC X(12).
009180     05  ARR-INTR-OUT-QTY       PIC 9(09).
009190     05  ARR-INTR-OUT-SENT-DATE PIC 9(06).
009200     05  ARR-INTR-OUT-LOT-NO    PIC X(10).
009210     05  ARR-INTR-OUT-EXP-DATE  PIC 9(06).
009220     05  FILLER                 PIC X(67).
009230*
009240*    SUSPENSE RECORD - ONE PER REJECTED INPUT RECORD, HELD ON
009250*    THE CUMULATIVE ARRSUSP FILE UNTIL IT IS REPAIRED AND
009260*    REPLAYED OR DELETED THROUGH THE ARRSUSMT TRANSACTION.
009270*    THE IMAGE IS THE FIRST 80 BYTES OF THE ORIGINAL ARRMOVE,
009280*    ARRXFER OR ARRIN RECORD AS SENT, WHICH HOLDS EVERY FIELD
009290*    OF ALL THREE.  LAYOUT MUST MATCH ARRSUSMT'S SUS-SUSP-REC
009300*    AND ARRSUSAG'S SAG-SUSP-REC.
009310 FD  ARR-SUSP-FILE
009320     RECORDING MODE IS F
009330     LABEL RECORDS ARE STANDARD.
009340 01  ARR-SUSP-REC.
009350*    SOURCE OF THE REJECTED RECORD - "M" ARRMOVE, "T" ARRXFER,
009360*    "L" ARRIN LOAD DETAIL.
009370     05  ARR-SUSP-SOURCE        PIC X(01).
009380         88  ARR-SUSP-FROM-LOAD             VALUE "L".
009390         88  ARR-SUSP-FROM-MOVE             VALUE "M".
009400         88  ARR-SUSP-FROM-XFER             VALUE "T".
009410*    ITEM STATUS - "O" OPEN, "R" RELEASED FOR REPLAY BY THE NEXT
009420*    RUN, "P" REPLAYED (POSTED, OR BACK IN SUSPENSE AS A NEW
009430*    OPEN ITEM), "D" DELETED BY AN OPERATOR.
009440     05  ARR-SUSP-STAT          PIC X(01).
009450         88  ARR-SUSP-OPEN                  VALUE "O".
009460         88  ARR-SUSP-RELEASED              VALUE "R".
009470         88  ARR-SUSP-REPLAYED              VALUE "P".
009480         88  ARR-SUSP-DELETED               VALUE "D".
009490     05  ARR-SUSP-RSN-CD        PIC X(02).
009500     05  ARR-SUSP-BATCH-ID      PIC X(08).
009510     05  ARR-SUSP-REJ-DATE      PIC 9(06).
009520     05  ARR-SUSP-REJ-TIME      PIC 9(08).
009530*    DATE THE RECORD FIRST WENT INTO SUSPENSE - CARRIED ACROSS A
009540*    REPLAY THAT FAILS AGAIN, SO AGING COUNTS FROM THE ORIGINAL
009550*    REJECT, NOT THE LATEST ONE.
009560     05  ARR-SUSP-FIRST-DATE    PIC 9(06).
009570*    LAST ACTION DATE AND OPERATOR - SET BY ARRSUSMT, AND BY
009580*    THIS PROGRAM WHEN IT REPLAYS A RELEASED ITEM.
009590     05  ARR-SUSP-ACT-DATE      PIC 9(06).
009600     05  ARR-SUSP-OPER-ID       PIC X(08).
009610     05  ARR-SUSP-IMAGE         PIC X(80).
009620     05  FILLER                 PIC X(06).
009630*
009640*    OUTGOING SUSPENSE FILE - EVERY ARRSUSP RECORD CARRIED
009650*    FORWARD (REPLAYED ITEMS RESTAMPED "P") FOLLOWED BY THIS
009660*    RUN'S NEW REJECTS.  SAME LAYOUT AS ARR-SUSP-REC.
009670 FD  ARR-SUSP-OUT-FILE
009680     RECORDING MODE IS F
009690     LABEL RECORDS ARE STANDARD.
009700 01  ARR-SUSP-OUT-REC           PIC X(132).
009710*
009720*    LOT ON-HAND RECORD - ONE PER LOT WITH STOCK, IN WAREHOUSE
009730*    PLUS BIN CODE SEQUENCE.  THE LOTS OF A BIN ALWAYS SUM TO
009740*    ITS ELEM; STOCK RECEIVED WITHOUT A LOT NUMBER, OR LEFT
009750*    OVER WHEN A LOAD, CORRECTION OR COUNT MOVED ELEM, IS HELD
009760*    ON AN UNLOTTED ENTRY - LOT NUMBER SPACES, EXPIRY 999999.
009770*    LAYOUT MUST MATCH ARRLOTEX'S LEX-LOT-REC.
009780 FD  ARR-LOT-FILE
009790     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009810 01  ARR-LOT-REC.
009820     05  ARR-LOT-BIN-KEY.
009830         10  ARR-LOT-WHSE-CODE  PIC X(03).
009840         10  ARR-LOT-BIN-CODE   PIC X(09).
009850     05  ARR-LOT-NO             PIC X(10).
009860     05  ARR-LOT-EXP-DATE       PIC 9(06).
009870     05  ARR-LOT-QTY            PIC 9(09).
009880     05  ARR-LOT-RECV-DATE      PIC 9(06).
009890     05  FILLER                 PIC X(89).
009900*
009910*    THIS RUN'S OUTGOING LOT FILE - SAME LAYOUT AS ARR-LOT-REC.
009920 FD  ARR-LOT-OUT-FILE
009930     RECORDING MODE IS F
009940     LABEL RECORDS ARE STANDARD.
009950 01  ARR-LOT-OUT-REC.
009960     05  ARR-LOT-OUT-BIN-KEY    PIC X(12).
009970     05  ARR-LOT-OUT-NO         PIC X(10).
009980     05  ARR-LOT-OUT-EXP-DATE   PIC 9(06).
009990     05  ARR-LOT-OUT-QTY        PIC 9(09).
010000     05  ARR-LOT-OUT-RECV-DATE  PIC 9(06).
010010     05  FILLER                 PIC X(89).
010020*
010030*    RESERVATION RECORD - ONE PER CUSTOMER ORDER LINE AGAINST A
010040*    BIN, IN WAREHOUSE PLUS BIN CODE PLUS ORDER SEQUENCE.  THE
010050*    RESERVED QUANTITY IS STOCK SET ASIDE AND NOT YET ISSUED;
010060*    THE ISSUED QUANTITY IS WHAT HAS SHIPPED AGAINST THE ORDER.
010070*    STATUS O = OPEN, NOTHING RESERVED; P = PART RESERVED;
010080*    R = FULLY RESERVED; F = FILLED; X = CANCELLED.  LAYOUT
010090*    MUST MATCH ARRALLOC'S ALC-RESV-REC.
010100 FD  ARR-RESV-FILE
010110     RECORDING MODE IS F
010120     LABEL RECORDS ARE STANDARD.
010130 01  ARR-RESV-REC.
010140     05  ARR-RESV-BIN-KEY.
010150         10  ARR-RESV-WHSE-CODE PIC X(03).
010160         10  ARR-RESV-BIN-CODE  PIC X(09).
010170     05  ARR-RESV-ORDER-NO      PIC X(10).
010180     05  ARR-RESV-ORD-QTY       PIC 9(09).
010190     05  ARR-RESV-RSV-QTY       PIC 9(09).
010200     05  ARR-RESV-ISS-QTY       PIC 9(09).
010210     05  ARR-RESV-DUE-DATE      PIC 9(06).
010220     05  ARR-RESV-STAT          PIC X(01).
010230     05  ARR-RESV-ENTRY-DATE    PIC 9(06).
010240     05  ARR-RESV-LAST-DATE     PIC 9(06).
010250     05  FILLER                 PIC X(64).
010260*
010270*    THIS RUN'S OUTGOING RESERVATION FILE - SAME LAYOUT AS
010280*    ARR-RESV-REC.
010290 FD  ARR-RESV-OUT-FILE
010300     RECORDING MODE IS F
010310     LABEL RECORDS ARE STANDARD.
010320 01  ARR-RESV-OUT-REC.
010330     05  ARR-RESV-OUT-BIN-KEY   PIC X(12).
010340     05  ARR-RESV-OUT-ORDER-NO  PIC X(10).
010350     05  ARR-RESV-OUT-ORD-QTY   PIC 9(09).
010360     05  ARR-RESV-OUT-RSV-QTY   PIC 9(09).
010370     05  ARR-RESV-OUT-ISS-QTY   PIC 9(09).
010380     05  ARR-RESV-OUT-DUE-DATE  PIC 9(06).
010390     05  ARR-RESV-OUT-STAT      PIC X(01).
010400     05  ARR-RESV-OUT-ENTRY     PIC 9(06).
010410     05  ARR-RESV-OUT-LAST      PIC 9(06).
010420     05  FILLER                 PIC X(64).
010430*
010440*    OPEN PURCHASE ORDER LINE - ONE PER PO NUMBER PLUS LINE, IN
010450*    THAT SEQUENCE.  PURCHASING ADDS AND CLOSES LINES; THE
010460*    MOVEMENT RUN KEEPS THE RECEIVED-TO-DATE QUANTITY.  STATUS
010470*    O = OPEN, C = CLOSED BY PURCHASING.  THE OVER-RECEIPT
010480*    TOLERANCE IS A PERCENTAGE OF THE ORDERED QUANTITY; BLANK
010490*    TAKES THE SHOP DEFAULT.  LAYOUT MUST MATCH ARRRCVRP'S
010500*    RCV-PO-REC.
010510 FD  ARR-PO-FILE
010520     RECORDING MODE IS F
010530     LABEL RECORDS ARE STANDARD.
010540 01  ARR-PO-REC.
010550     05  ARR-PO-ID.
010560         10  ARR-PO-NO          PIC X(10).
010570         10  ARR-PO-LINE        PIC 9(03).
010580     05  ARR-PO-BIN-KEY.
010590         10  ARR-PO-WHSE-CODE   PIC X(03).
010600         10  ARR-PO-BIN-CODE    PIC X(09).
010610     05  ARR-PO-ORD-QTY         PIC 9(09).
010620     05  ARR-PO-RCV-QTY         PIC 9(09).
010630     05  ARR-PO-PROM-DATE       PIC 9(06).
010640     05  ARR-PO-STAT            PIC X(01).
010650     05  ARR-PO-TOL-PCT         PIC X(03).
010660     05  ARR-PO-LAST-RCV        PIC 9(06).
010670     05  FILLER                 PIC X(73).
010680*
010690*    THIS RUN'S OUTGOING PURCHASE ORDER FILE - SAME LAYOUT AS
010700*    ARR-PO-REC.
010710 FD  ARR-PO-OUT-FILE
010720     RECORDING MODE IS F
010730     LABEL RECORDS ARE STANDARD.
010740 01  ARR-PO-OUT-REC.
010750     05  ARR-PO-OUT-ID          PIC X(13).
010760     05  ARR-PO-OUT-BIN-KEY     PIC X(12).
010770     05  ARR-PO-OUT-ORD-QTY     PIC 9(09).
010780     05  ARR-PO-OUT-RCV-QTY     PIC 9(09).
010790     05  ARR-PO-OUT-PROM-DATE   PIC 9(06).
010800     05  ARR-PO-OUT-STAT        PIC X(01).
010810     05  ARR-PO-OUT-TOL-PCT     PIC X(03).
010820     05  ARR-PO-OUT-LAST-RCV    PIC 9(06).
010830     05  FILLER                 PIC X(73).
010840*
010850*    ABC CLASS RECORD - ONE PER BIN, WRITTEN BY ARRABC.  ONLY
010860*    THE LAST-COUNTED DATE IS MAINTAINED HERE; THE CLASS AND
010870*    SCHEDULE FIELDS PASS THROUGH UNCHANGED.  LAYOUT MUST MATCH
010880*    ARRABC'S ABC-CLS-REC.
010890 FD  ARR-ABC-FILE
010900     RECORDING MODE IS F
010910     LABEL RECORDS ARE STANDARD.
010920 01  ARR-ABC-REC.
010930     05  ARR-ABC-BIN-KEY        PIC X(12).
010940     05  ARR-ABC-CLASS-DATA     PIC X(34).
010950     05  ARR-ABC-LAST-CNT       PIC 9(06).
010960     05  ARR-ABC-SCHED-DATA     PIC X(12).
010970     05  FILLER                 PIC X(68).
010980*
010990*    THIS RUN'S OUTGOING ABC CLASS FILE - SAME LAYOUT AS
011000*    ARR-ABC-REC.
011010 FD  ARR-ABC-OUT-FILE
011020     RECORDING MODE IS F
011030     LABEL RECORDS ARE STANDARD.
011040 01  ARR-ABC-OUT-REC.
011050     05  ARR-ABC-OUT-BIN-KEY    PIC X(12).
011060     05  ARR-ABC-OUT-CLASS-DATA PIC X(34).
011070     05  ARR-ABC-OUT-LAST-CNT   PIC 9(06).
011080     05  ARR-ABC-OUT-SCHED-DATA PIC X(12).
011090     05  FILLER                 PIC X(68).
011100*
011110 WORKING-STORAGE SECTION.
011120*---------------------------------------------------------------
011130*    ARRAY WORKING STORAGE - OCCURS DEPENDING ON ARR-ELEM-COUNT,
011140*    LOADED FROM THE ARRIN HEADER RECORD.
011150*---------------------------------------------------------------
011160 01  ARRAY.
011170     05  ARR-ELEM-COUNT     PIC 9(04)   COMP.
011180     05  ARR-DETAIL         OCCURS 1 TO 1000 TIMES
011190                            DEPENDING ON ARR-ELEM-COUNT
011200                            ASCENDING KEY IS ARR-BIN-KEY
011210                            INDEXED BY ARR-IDX.
011220         10  ARR-BIN-KEY.
011230             15  ARR-WHSE-CODE  PIC X(03)  VALUE SPACES.
011240             15  ARR-BIN-CODE   PIC X(09)  VALUE SPACES.
011250         10  ELEM           PIC 9(09)   VALUE 0.
011260*
011270 77  ARR-MAX-ELEMS          PIC 9(04)   VALUE 1000.
011280 77  ARR-PREV-BIN-KEY       PIC X(12)   VALUE SPACES.
011290*
011300*---------------------------------------------------------------
011310*    INPUT RECORD AREAS - ARRIN, ARRMOVE AND ARRXFER ARE READ
011320*    INTO THESE, AND A SUSPENDED RECORD RELEASED FOR REPLAY IS
011330*    MOVED INTO THE SAME AREA, SO BOTH POST THROUGH THE SAME
011340*    PARAGRAPHS AND THE SAME VALIDATION.
011350*---------------------------------------------------------------
011360*    ARRIN HEADER RECORD - ONE PER FILE - GIVES THE NUMBER OF
011370*    ELEM ENTRIES THAT FOLLOW ON DETAIL RECORDS.
011380 01  ARR-INPUT-HEADER-REC.
011390     05  ARR-IN-HDR-TYPE    PIC X(01).
011400         88  ARR-IN-IS-HEADER           VALUE "H".
011410     05  ARR-IN-ELEM-COUNT  PIC 9(04).
011420*    BATCH IDENTIFIER - GENERATED BY ARRMERGE ONTO ARROUT AND
011430*    REFUSED HERE IF AN EARLIER RUN ALREADY POSTED IT.  SPACES
011440*    ON FEEDS BUILT BEFORE THE FIELD EXISTED, WHICH POST AS
011450*    BEFORE, UNCHECKED.
011460     05  ARR-IN-BATCH-ID    PIC X(08).
011470     05  FILLER             PIC X(67).
011480*
011490*    DETAIL RECORD - ONE PER ELEM ENTRY.  DETAIL RECORDS MUST
011500*    ARRIVE IN ASCENDING WAREHOUSE-PLUS-BIN-CODE SEQUENCE SO THE
011510*    ARRAY CAN BE ADDRESSED BY A SEARCH ALL LOOKUP ON THAT KEY.
011520 01  ARR-INPUT-DETAIL-REC REDEFINES ARR-INPUT-HEADER-REC.
011530     05  ARR-IN-DTL-TYPE    PIC X(01).
011540         88  ARR-IN-IS-DETAIL           VALUE "D".
011550     05  ARR-IN-BIN-KEY.
011560         10  ARR-IN-WHSE-CODE   PIC X(03).
011570         10  ARR-IN-BIN-CODE    PIC X(09).
011580     05  ARR-IN-BIN-VALUE   PIC 9(09).
011590*    UNIT THE VALUE IS STATED IN - SPACES FOR THE BIN'S
011600*    STOCKING UNIT.  A DETAIL ARRMERGE HAS ALREADY CONVERTED
011610*    ARRIVES WITH THE UNIT CLEARED AND THE VALUE AND UNIT THE
011620*    FEED STATED KEPT IN THE ORIGINAL FIELDS, FOR ARRAUD.  ALL
011630*    THREE ARE APPENDED IN WHAT WAS FILLER.
011640     05  ARR-IN-UOM         PIC X(03).
011650     05  ARR-IN-ORIG-VALUE  PIC 9(09).
011660     05  ARR-IN-ORIG-UOM    PIC X(03).
011670     05  FILLER             PIC X(43).
011680*
011690*    MOVEMENT TRANSACTION RECORD - SEE ARR-MOVE-FILE.
011700 01  ARR-MOVE-REC.
011710     05  ARR-MOVE-TYPE          PIC X(01).
011720         88  ARR-MOVE-RECEIPT               VALUE "R".
011730         88  ARR-MOVE-ISSUE                 VALUE "I".
011740         88  ARR-MOVE-ADJUSTMENT            VALUE "A".
011750         88  ARR-MOVE-TYPE-VALID            VALUES "R" "I" "A".
011760     05  ARR-MOVE-BIN-KEY.
011770         10  ARR-MOVE-WHSE-CODE PIC X(03).
011780         10  ARR-MOVE-BIN-CODE  PIC X(09).
011790     05  ARR-MOVE-QTY           PIC S9(09)
011800                                SIGN IS LEADING SEPARATE.
011810     05  ARR-MOVE-DOC-NO        PIC X(10).
011820*    BATCH IDENTIFIER - APPENDED IN WHAT WAS FILLER; SPACES ON
011830*    OLD FILES, WHICH POST UNCHECKED.
011840     05  ARR-MOVE-BATCH-ID      PIC X(08).
011850*    LOT NUMBER AND EXPIRY DATE (YYMMDD) - APPENDED IN WHAT WAS
011860*    FILLER, INSIDE THE 80 BYTES A SUSPENSE IMAGE HOLDS.  ON A
011870*    RECEIPT THEY NAME THE LOT THE STOCK GOES INTO; ON AN ISSUE
011880*    A LOT NUMBER DRAWS FROM THAT LOT ONLY.  SPACES ON OLD
011890*    FILES - A RECEIPT LANDS UNLOTTED, AN ISSUE DRAWS EARLIEST
011900*    EXPIRY FIRST.
011910     05  ARR-MOVE-LOT-NO        PIC X(10).
011920     05  ARR-MOVE-EXP-DATE      PIC X(06).
011930     05  ARR-MOVE-EXP-DATE-N REDEFINES ARR-MOVE-EXP-DATE.
011940         10  ARR-MOVE-EXP-YY    PIC 9(02).
011950         10  ARR-MOVE-EXP-MM    PIC 9(02).
011960         10  ARR-MOVE-EXP-DD    PIC 9(02).
011970*    CUSTOMER ORDER NUMBER - APPENDED IN WHAT WAS FILLER.  AN
011980*    ISSUE THAT QUOTES ONE CONSUMES THAT ORDER'S RESERVATION
011990*    IN THE BIN; SPACES ON OLD FILES, WHICH TOUCH NO ORDER.
012000     05  ARR-MOVE-ORDER-NO      PIC X(10).
012010*    PURCHASE ORDER LINE - A RECEIPT THAT QUOTES ONE CARRIES THE
012020*    PO NUMBER IN ARR-MOVE-DOC-NO AND IS CHECKED AGAINST THAT
012030*    ARRPO LINE.  SPACES FOR A RECEIPT NOT AGAINST A PO - A
012040*    RECEIPT WHOSE DOCUMENT IS AN ARRPO PO NUMBER MUST QUOTE ONE.
012050     05  ARR-MOVE-PO-LINE       PIC X(03).
012060     05  ARR-MOVE-PO-LINE-N REDEFINES ARR-MOVE-PO-LINE
012070                                PIC 9(03).
012080*    PUTAWAY SPLIT FLAG - APPENDED IN WHAT WAS FILLER.  "P" ON
012090*    EACH PART OF A RECEIPT THE ARRPUTA STEP SPLIT OVER ITS
012100*    TARGET BIN AND OVERFLOW BINS IN THE SAME ZONE; ALL PARTS
012110*    KEEP THE ORIGINAL DOCUMENT NUMBER.  SPACE OTHERWISE.
012120     05  ARR-MOVE-PUT-FLAG      PIC X(01).
012130         88  ARR-MOVE-PUTAWAY-SPLIT         VALUE "P".
012140*    UNIT OF MEASURE - APPENDED IN WHAT WAS FILLER.  THE UNIT
012150*    ARR-MOVE-QTY IS STATED IN (CASES, BOXES ...), CONVERTED
012160*    TO THE BIN'S STOCKING UNIT THROUGH ARRUOM BEFORE IT IS
012170*    CHECKED OR POSTED.  SPACES FOR THE STOCKING UNIT.
012180     05  ARR-MOVE-UOM           PIC X(03).
012190     05  FILLER                 PIC X(58).
012200*
012210*    TRANSFER TRANSACTION RECORD - SEE ARR-XFER-FILE.
012220 01  ARR-XFER-REC.
012230     05  ARR-XFER-TYPE          PIC X(01).
012240         88  ARR-XFER-INITIATE              VALUE "T".
012250         88  ARR-XFER-CONFIRM               VALUE "C".
012260         88  ARR-XFER-TYPE-VALID            VALUES "T" "C".
012270     05  ARR-XFER-DOC-NO        PIC X(10).
012280     05  ARR-XFER-FROM-KEY.
012290         10  ARR-XFER-FROM-WHSE PIC X(03).
012300         10  ARR-XFER-FROM-CODE PIC X(09).
012310     05  ARR-XFER-TO-KEY.
012320         10  ARR-XFER-TO-WHSE   PIC X(03).
012330         10  ARR-XFER-TO-CODE   PIC X(09).
012340     05  ARR-XFER-QTY           PIC 9(09).
012350     05  FILLER                 PIC X(88).
012360*
012370*---------------------------------------------------------------
012380*    BIN KEY LOOKUP - SEARCH ALL AGAINST ARR-DETAIL.  USED BY
012390*    THE ONLINE MAINTENANCE TRANSACTION TO RESOLVE A WAREHOUSE
012400*    PLUS BIN CODE TO ITS SUBSCRIPT WITHOUT THE OPERATOR HAVING
012410*    TO KNOW IT.
012420*---------------------------------------------------------------
012430 01  ARR-LOOKUP-KEY.
012440     05  ARR-LOOKUP-WHSE    PIC X(03)   VALUE SPACES.
012450     05  ARR-LOOKUP-CODE    PIC X(09)   VALUE SPACES.
012460 77  ARR-LOOKUP-SW          PIC X(01)   VALUE "N".
012470     88  ARR-LOOKUP-FOUND               VALUE "Y".
012480 77  ARR-EOF-SW             PIC X(01)   VALUE "N".
012490     88  ARR-EOF                        VALUE "Y".
012500 77  ARR-GRAND-TOTAL        PIC 9(11)   VALUE 0.
012510 77  ARR-WHSE-TOTAL         PIC 9(11)   VALUE 0.
012520 77  ARR-RPT-CUR-WHSE       PIC X(03)   VALUE SPACES.
012530 77  ARR-MAX-CAPACITY       PIC 9(09)   VALUE 000100000.
012540 77  ARR-EXC-COUNT          PIC 9(04)   VALUE 0 COMP.
012550*    CLEAN-RUN FLAGS AND CONTROL TOTALS FOR THE ARREXTR
012560*    DOWNSTREAM EXTRACT - A RUN WITH A MISSING ARRIN HEADER, A
012570*    TRUNCATED LOAD OR ANYTHING WRITTEN TO ARREXC PRODUCES NO
012580*    EXTRACT.
012590 77  ARR-HDR-MISSING-SW     PIC X(01)   VALUE "N".
012600     88  ARR-HDR-MISSING                VALUE "Y".
012610 77  ARR-TRUNCATED-SW       PIC X(01)   VALUE "N".
012620     88  ARR-LOAD-TRUNCATED             VALUE "Y".
012630*    A VALID HEADER CARRYING AN ELEMENT COUNT OF ZERO IS THE
012640*    SAME OPERATIONAL FAULT AS NO HEADER AT ALL - A FEED THAT
012650*    WOULD WIPE THE BOOK - AND GRADES RC=8 THE SAME WAY.  SET
012660*    ONLY BY A MODE-L LOAD; AN EMPTY PRIOR SNAPSHOT ON A FIRST
012670*    EVER RECONCILIATION RUN IS NOT A FAULT AND DOES NOT SET IT.
012680 77  ARR-ZERO-LOAD-SW       PIC X(01)   VALUE "N".
012690     88  ARR-ZERO-LOAD                  VALUE "Y".
012700 77  ARR-EXT-REC-COUNT      PIC 9(09)   VALUE 0.
012710 77  ARR-EXT-HASH-TOTAL     PIC 9(15)   VALUE 0.
012720 77  ARR-COMPACT-READ       PIC 9(04)   VALUE 0 COMP.
012730 77  ARR-COMPACT-WRITE      PIC 9(04)   VALUE 0 COMP.
012740*
012750*---------------------------------------------------------------
012760*    BIN MASTER CONTROLS - ARRBINM IS A KEYED (VSAM) FILE READ
012770*    DIRECTLY BY BIN CODE IN 8100-FIND-BIN-MASTER AND HELD OPEN
012780*    FOR THE WHOLE RUN.  A MISSING OR UNOPENABLE ARRBINM LEAVES
012790*    ARR-BINM-AVAIL OFF AND VALIDATION FALLS BACK TO THE GLOBAL
012800*    ARR-MAX-CAPACITY CONSTANT WITH NO MASTER-PRESENCE OR
012810*    ACTIVE-FLAG CHECKING, AS BEFORE.
012820*---------------------------------------------------------------
012830 01  ARR-BINM-STATUS        PIC X(02)   VALUE SPACES.
012840     88  ARR-BINM-NOT-FOUND             VALUE "35".
012850 77  ARR-BINM-AVAIL-SW      PIC X(01)   VALUE "N".
012860     88  ARR-BINM-AVAIL                 VALUE "Y".
012870 77  ARR-BINM-LOOKUP-CODE   PIC X(09)   VALUE SPACES.
012880 77  ARR-BINM-FOUND-SW      PIC X(01)   VALUE "N".
012890     88  ARR-BINM-FOUND                 VALUE "Y".
012900 01  ARR-SNAPK-STATUS       PIC X(02)   VALUE SPACES.
012910 77  ARR-SNAPK-OPEN-SW      PIC X(01)   VALUE "N".
012920     88  ARR-SNAPK-OPEN                 VALUE "Y".
012930 77  ARR-BIN-CAP-WORK       PIC 9(09)   VALUE 0.
012940*
012950*---------------------------------------------------------------
012960*    UNIT COST TABLE - ARRCOST LOADED AT INITIALIZATION, KEPT
012970*    IN ASCENDING BIN CODE SEQUENCE FOR A SEARCH ALL LOOKUP,
012980*    THE SAME SHAPE AS THE BIN MASTER TABLE.  A MISSING ARRCOST
012990*    LEAVES THE TABLE EMPTY - THE VALUATION REPORT STILL
013000*    PRINTS, WITH EVERY BIN FLAGGED UNCOSTED, SO MONTH-END SEES
013010*    THE GAP INSTEAD OF A SILENTLY SHORT TOTAL.
013020*---------------------------------------------------------------
013030 01  ARR-COST-TABLE.
013040     05  ARR-COST-COUNT     PIC 9(04)   COMP.
013050     05  ARR-COST-ENTRY     OCCURS 1 TO 1000 TIMES
013060                            DEPENDING ON ARR-COST-COUNT
013070                            ASCENDING KEY IS ARR-COST-TBL-CODE
013080                            INDEXED BY ARR-COST-IDX.
013090         10  ARR-COST-TBL-CODE  PIC X(09)  VALUE SPACES.
013100         10  ARR-COST-TBL-UNIT  PIC 9(05)V99 VALUE 0.
013110 77  ARR-COST-MAX-ENTRIES   PIC 9(04)   VALUE 1000.
013120 01  ARR-COST-STATUS        PIC X(02)   VALUE SPACES.
013130     88  ARR-COST-NOT-FOUND             VALUE "35".
013140 77  ARR-COST-EOF-SW        PIC X(01)   VALUE "N".
013150     88  ARR-COST-EOF                   VALUE "Y".
013160 77  ARR-COST-PREV-CODE     PIC X(09)   VALUE SPACES.
013170 77  ARR-COST-LOOKUP-CODE   PIC X(09)   VALUE SPACES.
013180 77  ARR-COST-FOUND-SW      PIC X(01)   VALUE "N".
013190     88  ARR-COST-FOUND                 VALUE "Y".
013200 77  ARR-COST-UNIT-WORK     PIC 9(05)V99 VALUE 0.
013210*
013220*---------------------------------------------------------------
013230*    UNIT CONVERSION TABLE - ARRUOM LOADED AT INITIALIZATION IN
013240*    THE RUN MODES THAT POST QUANTITIES (L AND M), KEPT IN
013250*    ASCENDING BIN CODE AND UNIT SEQUENCE FOR A SEARCH ALL
013260*    LOOKUP.  A MISSING ARRUOM LEAVES THE TABLE EMPTY - ONLY
013270*    A RECORD THAT STATES A UNIT OTHER THAN THE STOCKING UNIT
013280*    IS THEN REJECTED; EVERYTHING ELSE POSTS AS BEFORE.  THE
013290*    CONVERTED WORK FIELD HOLDS A FULL QUANTITY TIMES THE TOP
013300*    FACTOR SO THE MULTIPLY CANNOT OVERFLOW BEFORE IT IS
013310*    CHECKED.
013320*---------------------------------------------------------------
013330 01  ARR-UOM-TABLE.
013340     05  ARR-UOM-COUNT      PIC 9(04)   COMP.
013350     05  ARR-UOM-ENTRY      OCCURS 1 TO 2000 TIMES
013360                            DEPENDING ON ARR-UOM-COUNT
013370                            ASCENDING KEY IS ARR-UOM-TBL-KEY
013380                            INDEXED BY ARR-UOM-IDX.
013390         10  ARR-UOM-TBL-KEY.
013400             15  ARR-UOM-TBL-CODE   PIC X(09)  VALUE SPACES.
013410             15  ARR-UOM-TBL-UNIT   PIC X(03)  VALUE SPACES.
013420         10  ARR-UOM-TBL-FACTOR PIC 9(07)  VALUE 0.
013430 77  ARR-UOM-MAX-ENTRIES    PIC 9(04)   VALUE 2000.
013440 01  ARR-UOM-STATUS         PIC X(02)   VALUE SPACES.
013450     88  ARR-UOM-NOT-FOUND              VALUE "35".
013460 77  ARR-UOM-EOF-SW         PIC X(01)   VALUE "N".
013470     88  ARR-UOM-EOF                    VALUE "Y".
013480 77  ARR-UOM-PREV-KEY       PIC X(12)   VALUE SPACES.
013490 01  ARR-UOM-LOOKUP-KEY.
013500     05  ARR-UOM-LOOKUP-CODE    PIC X(09)   VALUE SPACES.
013510     05  ARR-UOM-LOOKUP-UNIT    PIC X(03)   VALUE SPACES.
013520 77  ARR-UOM-FOUND-SW       PIC X(01)   VALUE "N".
013530     88  ARR-UOM-FOUND                  VALUE "Y".
013540 77  ARR-UOM-REJECT-SW      PIC X(01)   VALUE "N".
013550     88  ARR-UOM-REJECTED               VALUE "Y".
013560 77  ARR-UOM-FACTOR-WORK    PIC 9(07)   VALUE 0.
013570 77  ARR-UOM-QTY-WORK       PIC S9(09)  VALUE 0.
013580 77  ARR-UOM-CONV-WORK      PIC S9(16)  VALUE 0.
013590*    VALUATION ACCUMULATORS - THE EXTENDED-VALUE WORK FIELD IS
013600*    SIZED FOR A FULL BIN AT THE TOP UNIT COST (9 DIGITS TIMES
013610*    5V99) SO THE MULTIPLY CANNOT OVERFLOW.
013620 77  ARR-VAL-EXT-WORK       PIC 9(14)V99 VALUE 0.
013630 77  ARR-VAL-WHSE-TOT       PIC 9(15)V99 VALUE 0.
013640 77  ARR-VAL-GRAND-TOT      PIC 9(15)V99 VALUE 0.
013650 77  ARR-VAL-CUR-WHSE       PIC X(03)   VALUE SPACES.
013660 77  ARR-EXT-VAL-TOTAL      PIC 9(15)V99 VALUE 0.
013670*
013680*---------------------------------------------------------------
013690*    IN-TRANSIT TABLE AND TRANSFER CONTROLS.  THE TABLE HOLDS
013700*    EVERY OPEN POSITION READ FROM ARRINTR PLUS ANY OPENED THIS
013710*    RUN; A CONFIRM FLIPS ITS ENTRY CLOSED, AND ONLY STILL-OPEN
013720*    ENTRIES REACH THE ARRINTRO CARRY-FORWARD, THE ARRRPT
013730*    IN-TRANSIT LINE AND THE AGING SECTION.
013740*---------------------------------------------------------------
013750 01  ARR-INTR-TABLE.
013760     05  ARR-INTR-COUNT     PIC 9(04)   COMP.
013770     05  ARR-INTR-ENTRY     OCCURS 1 TO 100 TIMES
013780                            DEPENDING ON ARR-INTR-COUNT.
013790         10  ARR-INTR-TBL-DOC   PIC X(10)  VALUE SPACES.
013800         10  ARR-INTR-TBL-FROM.
013810             15  ARR-INTR-TBL-FROM-WHSE PIC X(03) VALUE SPACES.
013820             15  ARR-INTR-TBL-FROM-CODE PIC X(09) VALUE SPACES.
013830         10  ARR-INTR-TBL-TO.
013840             15  ARR-INTR-TBL-TO-WHSE PIC X(03) VALUE SPACES.
013850             15  ARR-INTR-TBL-TO-CODE PIC X(09) VALUE SPACES.
013860         10  ARR-INTR-TBL-QTY   PIC 9(09)  VALUE 0.
013870         10  ARR-INTR-TBL-DATE  PIC 9(06)  VALUE 0.
013880         10  ARR-INTR-TBL-LOT   PIC X(10)  VALUE SPACES.
013890         10  ARR-INTR-TBL-EXP   PIC 9(06)  VALUE 0.
013900         10  ARR-INTR-TBL-OPEN-SW PIC X(01) VALUE "O".
013910             88  ARR-INTR-TBL-OPEN          VALUE "O".
013920 77  ARR-INTR-MAX-ENTRIES   PIC 9(04)   VALUE 0100.
013930 01  ARR-INTR-STATUS        PIC X(02)   VALUE SPACES.
013940     88  ARR-INTR-NOT-FOUND             VALUE "35".
013950 77  ARR-INTR-EOF-SW        PIC X(01)   VALUE "N".
013960     88  ARR-INTR-EOF                   VALUE "Y".
013970 01  ARR-XFER-STATUS        PIC X(02)   VALUE SPACES.
013980     88  ARR-XFER-NOT-FOUND             VALUE "35".
013990 77  ARR-XFER-EOF-SW        PIC X(01)   VALUE "N".
014000     88  ARR-XFER-EOF                   VALUE "Y".
014010 77  ARR-XFER-INIT-COUNT    PIC 9(04)   VALUE 0.
014020 77  ARR-XFER-CONF-COUNT    PIC 9(04)   VALUE 0.
014030 77  ARR-XFER-REJ-COUNT     PIC 9(04)   VALUE 0.
014040 77  ARR-XFER-NEW-WORK      PIC S9(10)  VALUE 0.
014050 77  ARR-INTR-SCAN-SUB      PIC 9(04)   VALUE 0.
014060 77  ARR-INTR-FOUND-SUB     PIC 9(04)   VALUE 0.
014070 77  ARR-INTR-OPEN-TOTAL    PIC 9(11)   VALUE 0.
014080*    AN OPEN TRANSFER OLDER THAN THIS MANY DAYS IS FLAGGED ON
014090*    THE AGING SECTION - A TRUCK TWO DAYS OUT IS NORMAL, A
014100*    WEEK OUT IS A LOST SHIPMENT SURFACING.
014110 77  ARR-XFER-AGE-LIMIT     PIC 9(04)   VALUE 0003.
014120 77  ARR-XFER-AGE-DAYS      PIC S9(07)  VALUE 0.
014130*    DATE-TO-DAY-SERIAL WORK FIELDS FOR 9600-DATE-TO-DAYS -
014140*    YEARS AT 365 PLUS A MONTH OFFSET; CLOSE ENOUGH FOR AGING.
014150 01  ARR-D2D-DATE           PIC 9(06)   VALUE 0.
014160 01  ARR-D2D-DATE-X REDEFINES ARR-D2D-DATE.
014170     05  ARR-D2D-YY         PIC 9(02).
014180     05  ARR-D2D-MM         PIC 9(02).
014190     05  ARR-D2D-DD         PIC 9(02).
014200 77  ARR-D2D-DAYS           PIC 9(07)   VALUE 0.
014210 77  ARR-RUN-DAY-SERIAL     PIC 9(07)   VALUE 0.
014220 01  ARR-MONTH-OFF-VAL      PIC X(36)
014230         VALUE "000031059090120151181212243273304334".
014240 01  ARR-MONTH-OFF-TBL REDEFINES ARR-MONTH-OFF-VAL.
014250     05  ARR-MONTH-OFF      OCCURS 12 TIMES
014260                            PIC 9(03).
014270*
014280 01  ARR-RUN-DATE.
014290     05  ARR-RUN-YY             PIC 9(02).
014300     05  ARR-RUN-MM             PIC 9(02).
014310     05  ARR-RUN-DD             PIC 9(02).
014320*
014330 01  ARR-RUN-TIME.
014340     05  ARR-RUN-HH             PIC 9(02).
014350     05  ARR-RUN-MIN            PIC 9(02).
014360     05  ARR-RUN-SS             PIC 9(02).
014370     05  ARR-RUN-HS             PIC 9(02).
014380*
014390 77  ARR-AUD-PRIOR-VAL          PIC 9(09)   VALUE 0.
014400 77  ARR-AUD-SOURCE-CD          PIC X(01)   VALUE "L".
014410 77  ARR-AUD-DOC-WORK           PIC X(10)   VALUE SPACES.
014420 77  ARR-AUD-TYPE-CD            PIC X(01)   VALUE SPACES.
014430 77  ARR-AUD-CONV-QTY-WORK      PIC S9(09)  VALUE 0.
014440 77  ARR-AUD-ORIG-QTY-WORK      PIC S9(09)  VALUE 0.
014450 77  ARR-AUD-ORIG-UOM-WORK      PIC X(03)   VALUE SPACES.
014460*
014470*---------------------------------------------------------------
014480*    CHECKPOINT/RESTART CONTROLS.
014490*---------------------------------------------------------------
014500 01  ARR-CKPT-STATUS            PIC X(02)   VALUE SPACES.
014510     88  ARR-CKPT-NOT-FOUND                 VALUE "35".
014520 77  ARR-CKPT-EOF-SW            PIC X(01)   VALUE "N".
014530     88  ARR-CKPT-EOF                       VALUE "Y".
014540 77  ARR-CKPT-OPEN-SW           PIC X(01)   VALUE "N".
014550     88  ARR-CKPT-OPEN                      VALUE "Y".
014560*    ARR-CKPT-INTERVAL MUST STAY AT 1 - 2050-INIT-RESTART TRUSTS
014570*    EVERY SUBSCRIPT FROM 1 THRU THE RESTART POINT TO HAVE A REAL
014580*    ARRCKPT ROW BEHIND IT, AND ONLY SKIPS (RATHER THAN REPROCESSES)
014590*    THE MATCHING ARRIN DETAIL RECORDS ON THAT ASSUMPTION.  A WIDER
014600*    INTERVAL WOULD LEAVE THE SUBSCRIPTS BETWEEN CHECKPOINTS WITH NO
014610*    RECORD OF THEIR LOADED VALUE TO RESTORE ON A RESTART.
014620 77  ARR-CKPT-INTERVAL          PIC 9(04)   VALUE 0001.
014630 77  ARR-CKPT-QUOT              PIC 9(04)   VALUE 0.
014640 77  ARR-CKPT-REM               PIC 9(04)   VALUE 0.
014650 77  ARR-RESTART-SUB            PIC 9(04)   VALUE 0.
014660 77  ARR-START-SUB              PIC 9(04)   VALUE 1.
014670*
014680*---------------------------------------------------------------
014690*    RUN-TO-RUN RECONCILIATION CONTROLS AND PRIOR-RUN TABLE.
014700*---------------------------------------------------------------
014710 01  ARR-PRIOR-TABLE.
014720     05  ARR-PRIOR-ENTRY        OCCURS 1000 TIMES
014730                                 INDEXED BY ARR-PRIOR-IDX.
014740         10  ARR-PRIOR-KEY.
014750             15  ARR-PRIOR-WHSE PIC X(03)   VALUE SPACES.
014760             15  ARR-PRIOR-CODE PIC X(09)   VALUE SPACES.
014770         10  ARR-PRIOR-ELEM     PIC 9(09)   VALUE 0.
014780*        SET BY THE VARIANCE PASS WHEN A CURRENT ENTRY CLAIMS
014790*        THIS PRIOR ENTRY, SO THE PRIOR-ONLY SWEEP AFTERWARDS
014800*        REPORTS EACH UNMATCHED PRIOR BIN EXACTLY ONCE.
014810         10  ARR-PRIOR-USED-SW  PIC X(01)   VALUE "N".
014820             88  ARR-PRIOR-USED             VALUE "Y".
014830 77  ARR-PRIOR-COUNT            PIC 9(04)   VALUE 0.
014840 01  ARR-SNAP-STATUS            PIC X(02)   VALUE SPACES.
014850     88  ARR-SNAP-NOT-FOUND                 VALUE "35".
014860 77  ARR-SNAP-EOF-SW            PIC X(01)   VALUE "N".
014870     88  ARR-SNAP-EOF                       VALUE "Y".
014880 77  ARR-VAR-DELTA              PIC S9(09)  VALUE 0.
014890 77  ARR-VAR-OLD-WORK           PIC 9(09)   VALUE 0.
014900 77  ARR-VAR-NEW-WORK           PIC 9(09)   VALUE 0.
014910 77  ARR-VAR-PRIOR-SUB          PIC 9(04)   VALUE 0.
014920 77  ARR-VAR-FOUND-SUB          PIC 9(04)   VALUE 0.
014930 77  ARR-VAR-PRIOR-FOUND-SW     PIC X(01)   VALUE "N".
014940     88  ARR-VAR-PRIOR-FOUND                VALUE "Y".
014950*
014960*---------------------------------------------------------------
014970*    RUN MODE AND ELEMENT COUNT, AS PASSED IN ON THE EXEC PARM
014980*    BY THE ARRAYDEM/ARRAYREC/ARRAYMOV BATCH JCL.  A PARM OF
014990*    "0040L" MEANS PROCESS UP TO 40 ELEMENTS IN NORMAL LOAD
015000*    MODE; A MODE OF "R" RUNS THE RECONCILIATION/REPORT STEPS
015010*    AGAINST THE LAST SAVED ARRSNAP SNAPSHOT WITHOUT READING
015020*    ARRIN; A MODE OF "M" ALSO STARTS FROM THE SNAPSHOT AND
015030*    THEN APPLIES THE ARRMOVE MOVEMENT TRANSACTION FILE; A MODE
015040*    OF "C" STARTS FROM THE SNAPSHOT AND COMPARES THE ARRCYCT
015050*    PHYSICAL CYCLE COUNTS AGAINST THE BOOK VALUES.
015060*---------------------------------------------------------------
015070 77  ARR-RUN-MODE-SW            PIC X(01)   VALUE "L".
015080     88  ARR-RUN-MODE-LOAD                  VALUE "L".
015090     88  ARR-RUN-MODE-RECON                 VALUE "R".
015100     88  ARR-RUN-MODE-MOVE                  VALUE "M".
015110     88  ARR-RUN-MODE-CYCLE                 VALUE "C".
015120 77  ARR-RUN-MAX-SIZE           PIC 9(04)   VALUE 0.
015130 77  ARR-EFFECTIVE-MAX          PIC 9(04)   VALUE 0.
015140*
015150*---------------------------------------------------------------
015160*    PENDING-CORRECTION CONTROLS - CORRECTIONS ENTERED THROUGH
015170*    THE ARRMAINT ONLINE MAINTENANCE TRANSACTION AND APPLIED
015180*    HERE ON THE NEXT RUN.
015190*---------------------------------------------------------------
015200 01  ARR-CORR-STATUS            PIC X(02)   VALUE SPACES.
015210     88  ARR-CORR-NOT-FOUND                 VALUE "35".
015220 77  ARR-CORR-EOF-SW            PIC X(01)   VALUE "N".
015230     88  ARR-CORR-EOF                       VALUE "Y".
015240 77  ARR-CORR-APPLIED-COUNT     PIC 9(04)   VALUE 0.
015250 77  ARR-CORR-NOTFND-COUNT      PIC 9(04)   VALUE 0.
015260 77  ARR-CORR-PENDING-COUNT     PIC 9(04)   VALUE 0.
015270 77  ARR-CORR-REJECT-COUNT      PIC 9(04)   VALUE 0.
015280*
015290*    PENDING CORRECTIONS HELD ASIDE THIS RUN - REPORTED ON
015300*    ARRRPT BY 6500-REPORT-PENDING AND CARRIED FORWARD TO
015310*    ARRCORRO BY 7600-SAVE-PENDING-CORR.  EACH ENTRY IS THE
015320*    UNTOUCHED ARRCORR RECORD IMAGE.
015330 01  ARR-PEND-TABLE.
015340     05  ARR-PEND-ENTRY         OCCURS 1 TO 100 TIMES
015350                         DEPENDING ON ARR-CORR-PENDING-COUNT.
015360         10  ARR-PEND-IMAGE     PIC X(132).
015370 77  ARR-PEND-MAX-ENTRIES       PIC 9(04)   VALUE 0100.
015380 77  ARR-PEND-SCAN-SUB          PIC 9(04)   VALUE 0.
015390*
015400*    WORK AREA FOR PICKING FIELDS BACK OUT OF A HELD RECORD
015410*    IMAGE - LAYOUT MUST MATCH ARR-CORR-REC.
015420 01  ARR-PEND-WORK.
015430     05  ARR-PEND-SUB           PIC 9(04).
015440     05  ARR-PEND-BIN-KEY.
015450         10  ARR-PEND-WHSE      PIC X(03).
015460         10  ARR-PEND-CODE      PIC X(09).
015470     05  ARR-PEND-NEW-VAL       PIC 9(09).
015480     05  ARR-PEND-DATE.
015490         10  ARR-PEND-DATE-YY   PIC 9(02).
015500         10  ARR-PEND-DATE-MM   PIC 9(02).
015510         10  ARR-PEND-DATE-DD   PIC 9(02).
015520     05  ARR-PEND-TIME          PIC 9(08).
015530     05  ARR-PEND-STAT          PIC X(01).
015540     05  ARR-PEND-APPR-ID       PIC X(08).
015550     05  ARR-PEND-ENTER-ID      PIC X(08).
015560     05  ARR-PEND-ORIGIN        PIC X(01).
015570     05  FILLER                 PIC X(75).
015580*
015590*    GRADED CONDITION CODE FOR THE RUN - 0 NORMAL, 4 WARNING
015600*    (EXCEPTIONS OR A CORRECTION WHOSE BIN WAS NOT FOUND), 8
015610*    ERROR (MISSING ARRIN HEADER, ZERO-COUNT HEADER OR
015620*    TRUNCATED LOAD).  SET BY
015630*    9200-SET-RETURN-CODE JUST BEFORE THE RUN ENDS.
015640 77  ARR-RUN-RC                 PIC 9(02)   VALUE 0.
015650*
015660*---------------------------------------------------------------
015670*    RUN-CONTROL GUARDRAILS - THE BATCH IDENTIFIERS OF EVERY
015680*    EARLIER RUN THAT POSTED (RC BETTER THAN 8), READ BACK FROM
015690*    ARRRLOG AT INITIALIZATION, AND THE PROCESSING-CALENDAR
015700*    CONTROLS.  A BATCH ALREADY ON THE TABLE, OR A RUN MODE THE
015710*    CALENDAR FORBIDS TODAY, REFUSES THE RUN AT RC=8 WITH THE
015720*    PRIOR SNAPSHOT CARRIED FORWARD.
015730*---------------------------------------------------------------
015740 01  ARR-BATCH-TABLE.
015750     05  ARR-BATCH-COUNT    PIC 9(04)   COMP.
015760     05  ARR-BATCH-ENTRY    OCCURS 1 TO 400 TIMES
015770                            DEPENDING ON ARR-BATCH-COUNT.
015780         10  ARR-BATCH-PRIOR-ID PIC X(08) VALUE SPACES.
015790 77  ARR-BATCH-MAX-ENTRIES  PIC 9(04)   VALUE 0400.
015800 77  ARR-BATCH-SCAN-SUB     PIC 9(04)   VALUE 0.
015810*    ONCE THE TABLE FILLS, NEW IDS WRAP OVER THE OLDEST SO THE
015820*    GUARD KEEPS THE MOST RECENT BATCHES - THE ONES A RERUN
015830*    COULD ACTUALLY DUPLICATE.
015840 77  ARR-BATCH-WRAP-SUB     PIC 9(04)   VALUE 0.
015850 77  ARR-BATCH-WRAPPED-SW   PIC X(01)   VALUE "N".
015860     88  ARR-BATCH-WRAPPED              VALUE "Y".
015870 77  ARR-RUN-BATCH-ID       PIC X(08)   VALUE SPACES.
015880 77  ARR-DUP-BATCH-SW       PIC X(01)   VALUE "N".
015890     88  ARR-DUP-BATCH                  VALUE "Y".
015900 01  ARR-RLOG-STATUS        PIC X(02)   VALUE SPACES.
015910 77  ARR-RLOG-EOF-SW        PIC X(01)   VALUE "N".
015920     88  ARR-RLOG-EOF                   VALUE "Y".
015930 01  ARR-CAL-STATUS         PIC X(02)   VALUE SPACES.
015940 77  ARR-CAL-EOF-SW         PIC X(01)   VALUE "N".
015950     88  ARR-CAL-EOF                    VALUE "Y".
015960 77  ARR-CAL-BLOCKED-SW     PIC X(01)   VALUE "N".
015970     88  ARR-RUN-BLOCKED                VALUE "Y".
015980*    SET WHEN ARRLOT, ARRRESV, ARRPO OR ARRABCF HOLDS MORE THAN
015990*    ITS TABLE CAN CARRY.  THE FILE GOES FORWARD WHOLE OR NOT AT
016000*    ALL, SO THE RUN IS REFUSED THE SAME WAY AS A BLOCKED ONE.
016010 77  ARR-TABLE-FULL-SW      PIC X(01)   VALUE "N".
016020     88  ARR-TABLE-FULL                 VALUE "Y".
016030 77  ARR-CAL-MODE-SUB       PIC 9(01)   VALUE 0.
016040 77  ARR-CAL-ALLOWED-SW     PIC X(01)   VALUE "N".
016050     88  ARR-CAL-MODE-ALLOWED           VALUE "Y".
016060*    SET BY 2600-APPLY-CORRECTIONS WHEN THE ARRCORRO CARRY-
016070*    FORWARD IS OPENED - A CALENDAR-BLOCKED RUN NEVER GETS
016080*    THERE AND MUST NOT CLOSE AN UNOPENED FILE.
016090 77  ARR-CORRO-OPEN-SW      PIC X(01)   VALUE "N".
016100     88  ARR-CORRO-OPEN                 VALUE "Y".
016110*
016120*---------------------------------------------------------------
016130*    CYCLE-COUNT CONTROLS - RUN MODE "C" ONLY - AND THE
016140*    APPROVAL THRESHOLDS SHARED WITH ARRMAINT, WITH THE SAME
016150*    BUILT-IN DEFAULTS WHEN THE ARRTHRC CARD IS ABSENT.
016160*---------------------------------------------------------------
016170 01  ARR-CYCT-STATUS            PIC X(02)   VALUE SPACES.
016180     88  ARR-CYCT-NOT-FOUND                 VALUE "35".
016190 77  ARR-CYCT-EOF-SW            PIC X(01)   VALUE "N".
016200     88  ARR-CYCT-EOF                       VALUE "Y".
016210 77  ARR-CYC-READ-COUNT         PIC 9(04)   VALUE 0.
016220 77  ARR-CYC-MATCH-COUNT        PIC 9(04)   VALUE 0.
016230 77  ARR-CYC-ADJ-COUNT          PIC 9(04)   VALUE 0.
016240 77  ARR-CYC-DIFF               PIC S9(10)  VALUE 0.
016250 77  ARR-CYC-ABS-DIFF           PIC 9(10)   VALUE 0.
016260 77  ARR-CYC-PCT                PIC S9(04)  VALUE 0.
016270 77  ARR-CYC-BOOK-VAL           PIC 9(09)   VALUE 0.
016280 01  ARR-THR-STATUS             PIC X(02)   VALUE SPACES.
016290     88  ARR-THR-NOT-FOUND                  VALUE "35".
016300 77  ARR-THR-ABS-LIMIT          PIC 9(09)   VALUE 000050000.
016310 77  ARR-THR-PCT-LIMIT          PIC 9(03)   VALUE 025.
016320*
016330*---------------------------------------------------------------
016340*    MOVEMENT-FILE CONTROLS - RUN MODE "M" ONLY.  THE NEW-VALUE
016350*    WORK FIELD IS A SIGNED DIGIT WIDER THAN ELEM SO A MOVEMENT
016360*    THAT WOULD OVERFLOW OR UNDERFLOW A BIN IS CAUGHT BY THE
016370*    RANGE CHECKS INSTEAD OF WRAPPING.
016380*---------------------------------------------------------------
016390 01  ARR-MOVE-STATUS            PIC X(02)   VALUE SPACES.
016400     88  ARR-MOVE-NOT-FOUND                 VALUE "35".
016410 77  ARR-MOVE-EOF-SW            PIC X(01)   VALUE "N".
016420     88  ARR-MOVE-EOF                       VALUE "Y".
016430 77  ARR-MOVE-APPLIED-COUNT     PIC 9(04)   VALUE 0.
016440 77  ARR-MOVE-REJECT-COUNT      PIC 9(04)   VALUE 0.
016450 77  ARR-MOVE-NEW-WORK          PIC S9(10)  VALUE 0.
016460*
016470*---------------------------------------------------------------
016480*    SUSPENSE CONTROLS - RUN MODES "L" AND "M" ONLY.  AS EACH
016490*    ARRIN, ARRMOVE OR ARRXFER RECORD IS READ (OR A RELEASED
016500*    ONE IS TAKEN OFF THE REPLAY TABLE) ITS IMAGE, BATCH AND
016510*    FIRST-REJECT DATE ARE NOTED HERE, SO WHICHEVER CHECK
016520*    REJECTS IT CAN SUSPEND THE RECORD EXACTLY AS IT ARRIVED -
016530*    BEFORE A NON-NUMERIC QUANTITY IS ZEROED FOR THE LISTING.
016540*    THE CALLER SETS THE REASON CODE ALONGSIDE THE REASON TEXT:
016550*        L1 NOT A DETAIL RECORD      M1 MOVEMENT TYPE INVALID
016560*        L2 BIN NOT ON ARRBINM       M2 QUANTITY NOT NUMERIC
016570*        L3 BIN INACTIVE ON ARRBINM  M3 BIN NOT ON ARRAY
016580*        L4 OVER BIN CAPACITY        M4 WOULD GO NEGATIVE
016590*        L5 KEY OUT OF SEQUENCE      M5 OVER BIN CAPACITY
016600*        L6 ARRAY FULL ON REPLAY     M6 EXPIRY WITHOUT LOT NO
016610*        L7 UNIT NOT CONVERTIBLE     M7 EXPIRY DATE INVALID
016620*        L8 SUPERSEDED BY A LATER    M8 EXPIRY DIFFERS FROM LOT
016630*           LOAD OF THE BIN
016640*                                    M9 NAMED LOT NOT IN BIN
016650*                                    MA NAMED LOT SHORT
016660*                                    MB LOT TABLE FULL
016670*                                    MC ORDER NOT RESERVED
016680*                                    MD ORDER NOT ON AN ISSUE
016690*                                    ME PO LINE NOT ON FILE
016700*                                       (OR NOT QUOTED)
016710*                                    MF PO LINE CLOSED
016720*                                    MG PO LINE FOR ANOTHER BIN
016730*                                       (OR WAREHOUSE, SPLIT)
016740*                                    MH OVER PO TOLERANCE
016750*                                    MI PO LINE NOT ON RECEIPT
016760*                                    MJ UNIT NOT CONVERTIBLE
016770*        T1 TRANSFER TYPE INVALID    T6 SOURCE NOT ON ARRAY
016780*        T2 QUANTITY NOT NUMERIC     T7 SOURCE WOULD GO NEGATIVE
016790*        T3 QUANTITY ZERO            T8 NO OPEN TRANSFER
016800*        T4 IN-TRANSIT TABLE FULL    T9 OVER DEST CAPACITY
016810*        T5 DEST NOT ON ARRAY
016820*---------------------------------------------------------------
016830 01  ARR-SUSP-STATUS            PIC X(02)   VALUE SPACES.
016840     88  ARR-SUSP-NOT-FOUND                 VALUE "35".
016850 77  ARR-SUSP-EOF-SW            PIC X(01)   VALUE "N".
016860     88  ARR-SUSP-EOF                       VALUE "Y".
016870*    SET WHEN ARRSUSPO IS OPENED - A CALENDAR-BLOCKED OR
016880*    DUPLICATE-BATCH RUN, AND MODES "R" AND "C", NEVER OPEN IT.
016890 77  ARR-SUSPO-OPEN-SW          PIC X(01)   VALUE "N".
016900     88  ARR-SUSPO-OPEN                     VALUE "Y".
016910*    ON WHILE RELEASED ITEMS ARE BEING REPLAYED - A REPLAYED
016920*    ARRIN DETAIL HAS NO SUBSCRIPT OF ITS OWN TO LIST.
016930 77  ARR-SUSP-REPLAY-SW         PIC X(01)   VALUE "N".
016940     88  ARR-SUSP-REPLAYING                 VALUE "Y".
016950 77  ARR-SUSP-WRITE-COUNT       PIC 9(04)   VALUE 0.
016960 77  ARR-SUSP-SOURCE-WORK       PIC X(01)   VALUE SPACE.
016970 77  ARR-SUSP-RSN-WORK          PIC X(02)   VALUE SPACES.
016980 77  ARR-SUSP-BATCH-WORK        PIC X(08)   VALUE SPACES.
016990 77  ARR-SUSP-FIRST-WORK        PIC 9(06)   VALUE 0.
017000 01  ARR-SUSP-IMAGE-WORK        PIC X(80)   VALUE SPACES.
017010*
017020*    RELEASED ITEMS THIS RUN WILL REPLAY - MOVEMENTS AND
017030*    TRANSFERS ON A MODE-M RUN, ARRIN DETAILS ON A LOAD.  AN
017040*    ITEM THAT DOES NOT FIT IS LEFT RELEASED FOR THE NEXT RUN.
017050 01  ARR-SREL-TABLE.
017060     05  ARR-SREL-COUNT     PIC 9(04)   COMP.
017070     05  ARR-SREL-ENTRY     OCCURS 1 TO 200 TIMES
017080                            DEPENDING ON ARR-SREL-COUNT.
017090         10  ARR-SREL-SOURCE    PIC X(01)  VALUE SPACE.
017100         10  ARR-SREL-BATCH     PIC X(08)  VALUE SPACES.
017110         10  ARR-SREL-FIRST     PIC 9(06)  VALUE 0.
017120         10  ARR-SREL-IMAGE     PIC X(80)  VALUE SPACES.
017130 77  ARR-SREL-MAX-ENTRIES       PIC 9(04)   VALUE 0200.
017140 77  ARR-SREL-SUB               PIC 9(04)   VALUE 0.
017150 77  ARR-SREL-REPLAY-COUNT      PIC 9(04)   VALUE 0.
017160*    INSERT CONTROLS FOR A REPLAYED DETAIL WHOSE BIN IS NOT YET
017170*    ON THE ARRAY - THE ENTRIES ABOVE THE INSERT POINT SLIDE UP
017180*    ONE SO THE TABLE STAYS IN KEY SEQUENCE FOR SEARCH ALL.
017190 77  ARR-INS-SUB                PIC 9(04)   VALUE 0 COMP.
017200 77  ARR-SHIFT-SUB              PIC 9(04)   VALUE 0 COMP.
017210 77  ARR-SHIFT-FROM             PIC 9(04)   VALUE 0 COMP.
017220 77  ARR-DTL-VALID-SW           PIC X(01)   VALUE "N".
017230     88  ARR-DTL-VALID                      VALUE "Y".
017240*
017250*    NEW SUSPENSE RECORD WORK AREA - LAYOUT MUST MATCH
017260*    ARR-SUSP-REC.
017270 01  ARR-SUSN-REC.
017280     05  ARR-SUSN-SOURCE        PIC X(01).
017290     05  ARR-SUSN-STAT          PIC X(01).
017300     05  ARR-SUSN-RSN-CD        PIC X(02).
017310     05  ARR-SUSN-BATCH-ID      PIC X(08).
017320     05  ARR-SUSN-REJ-DATE      PIC 9(06).
017330     05  ARR-SUSN-REJ-TIME      PIC 9(08).
017340     05  ARR-SUSN-FIRST-DATE    PIC 9(06).
017350     05  ARR-SUSN-ACT-DATE      PIC 9(06).
017360     05  ARR-SUSN-OPER-ID       PIC X(08).
017370     05  ARR-SUSN-IMAGE         PIC X(80).
017380     05  FILLER                 PIC X(06).
017390*
017400*---------------------------------------------------------------
017410*    LOT TABLE AND LOT CONTROLS.  THE TABLE HOLDS EVERY ARRLOT
017420*    RECORD PLUS ANY LOT OPENED THIS RUN, IN NO PARTICULAR
017430*    ORDER - A LOT DRAWN TO ZERO STAYS IN ITS SLOT UNTIL A NEW
017440*    LOT REUSES IT, AND IS NOT WRITTEN TO ARRLOTO.  THE EARLIEST
017450*    EXPIRY IS FOUND BY SCANNING, SO NO SORT IS NEEDED AS LOTS
017460*    COME AND GO.  UNLOTTED STOCK CARRIES EXPIRY 999999 AND SO
017470*    IS ALWAYS DRAWN LAST.
017480*---------------------------------------------------------------
017490 01  ARR-LOT-TABLE.
017500     05  ARR-LOT-COUNT      PIC 9(04)   COMP.
017510     05  ARR-LOT-ENTRY      OCCURS 1 TO 3000 TIMES
017520                            DEPENDING ON ARR-LOT-COUNT.
017530         10  ARR-LOT-TBL-KEY    PIC X(12)  VALUE SPACES.
017540         10  ARR-LOT-TBL-NO     PIC X(10)  VALUE SPACES.
017550         10  ARR-LOT-TBL-EXP    PIC 9(06)  VALUE 0.
017560         10  ARR-LOT-TBL-QTY    PIC 9(09)  VALUE 0.
017570         10  ARR-LOT-TBL-RECV   PIC 9(06)  VALUE 0.
017580 77  ARR-LOT-MAX-ENTRIES    PIC 9(04)   VALUE 3000.
017590 01  ARR-LOT-STATUS         PIC X(02)   VALUE SPACES.
017600     88  ARR-LOT-NOT-FOUND              VALUE "35".
017610 77  ARR-LOT-EOF-SW         PIC X(01)   VALUE "N".
017620     88  ARR-LOT-EOF                    VALUE "Y".
017630 77  ARR-LOT-NO-EXPIRY      PIC 9(06)   VALUE 999999.
017640 77  ARR-LOT-SCAN-SUB       PIC 9(04)   VALUE 0 COMP.
017650 77  ARR-LOT-SWEEP-SUB      PIC 9(04)   VALUE 0 COMP.
017660 77  ARR-LOT-FOUND-SUB      PIC 9(04)   VALUE 0 COMP.
017670 77  ARR-LOT-FREE-SUB       PIC 9(04)   VALUE 0 COMP.
017680*    THE LOT A LOOKUP, DRAW OR RECEIPT WORKS ON - SET BY THE
017690*    CALLER BEFORE ANY OF THE 8400 PARAGRAPHS IS PERFORMED.
017700 77  ARR-LOT-SRCH-KEY       PIC X(12)   VALUE SPACES.
017710 77  ARR-LOT-SRCH-NO        PIC X(10)   VALUE SPACES.
017720 77  ARR-LOT-SRCH-EXP       PIC 9(06)   VALUE 0.
017730 77  ARR-LOT-QTY-WORK       PIC 9(09)   VALUE 0.
017740 77  ARR-LOT-SUM-WORK       PIC 9(11)   VALUE 0.
017750 77  ARR-LOT-NET-WORK       PIC S9(10)  VALUE 0.
017760*    FIRST (EARLIEST-EXPIRING) LOT A DRAW TOOK FROM - A TRANSFER
017770*    CARRIES IT ON ITS IN-TRANSIT POSITION.
017780 77  ARR-LOT-FIRST-NO       PIC X(10)   VALUE SPACES.
017790 77  ARR-LOT-FIRST-EXP      PIC 9(06)   VALUE 0.
017800 77  ARR-LOT-FIRST-SW       PIC X(01)   VALUE "N".
017810     88  ARR-LOT-FIRST-TAKEN            VALUE "Y".
017820 77  ARR-LOT-DRY-SW         PIC X(01)   VALUE "N".
017830     88  ARR-LOT-DRY                    VALUE "Y".
017840 77  ARR-LOT-FULL-SW        PIC X(01)   VALUE "N".
017850     88  ARR-LOT-FULL                   VALUE "Y".
017860 77  ARR-LOT-REJECT-SW      PIC X(01)   VALUE "N".
017870     88  ARR-LOT-REJECTED               VALUE "Y".
017880 77  ARR-LOT-BAL-COUNT      PIC 9(04)   VALUE 0.
017890 77  ARR-LOT-WRITE-COUNT    PIC 9(06)   VALUE 0.
017900*
017910*---------------------------------------------------------------
017920*    RESERVATION TABLE AND CONTROLS.  THE TABLE HOLDS EVERY
017930*    ARRRESV RECORD IN FILE ORDER; A MODE-M ISSUE QUOTING AN
017940*    ORDER UPDATES ITS ENTRY, AND THE WHOLE TABLE GOES BACK
017950*    OUT TO ARRRESVO.  ONLY ARRALLOC DECIDES WHAT IS RESERVED.
017960*---------------------------------------------------------------
017970 01  ARR-RESV-TABLE.
017980     05  ARR-RESV-COUNT     PIC 9(04)   COMP.
017990     05  ARR-RESV-ENTRY     OCCURS 1 TO 3000 TIMES
018000                            DEPENDING ON ARR-RESV-COUNT.
018010         10  ARR-RESV-TBL-KEY   PIC X(12)  VALUE SPACES.
018020         10  ARR-RESV-TBL-ORDER PIC X(10)  VALUE SPACES.
018030         10  ARR-RESV-TBL-ORD-QTY PIC 9(09) VALUE 0.
018040         10  ARR-RESV-TBL-RSV-QTY PIC 9(09) VALUE 0.
018050         10  ARR-RESV-TBL-ISS-QTY PIC 9(09) VALUE 0.
018060         10  ARR-RESV-TBL-DUE   PIC 9(06)  VALUE 0.
018070         10  ARR-RESV-TBL-STAT  PIC X(01)  VALUE "O".
018080             88  ARR-RESV-TBL-CLOSED        VALUES "F" "X".
018090         10  ARR-RESV-TBL-ENTRY-DT PIC 9(06) VALUE 0.
018100         10  ARR-RESV-TBL-LAST  PIC 9(06)  VALUE 0.
018110 77  ARR-RESV-MAX-ENTRIES   PIC 9(04)   VALUE 3000.
018120 01  ARR-RESV-STATUS        PIC X(02)   VALUE SPACES.
018130     88  ARR-RESV-NOT-FOUND             VALUE "35".
018140 77  ARR-RESV-EOF-SW        PIC X(01)   VALUE "N".
018150     88  ARR-RESV-EOF                   VALUE "Y".
018160 77  ARR-RESV-SCAN-SUB      PIC 9(04)   COMP VALUE 0.
018170 77  ARR-RESV-FOUND-SUB     PIC 9(04)   COMP VALUE 0.
018180 77  ARR-RESV-SRCH-KEY      PIC X(12)   VALUE SPACES.
018190 77  ARR-RESV-SRCH-ORDER    PIC X(10)   VALUE SPACES.
018200 77  ARR-RESV-SUM-WORK      PIC 9(11)   VALUE 0.
018210 77  ARR-RESV-AVAIL-WORK    PIC S9(11)  VALUE 0.
018220 77  ARR-RESV-REJECT-SW     PIC X(01)   VALUE "N".
018230     88  ARR-RESV-REJECTED              VALUE "Y".
018240 77  ARR-RESV-CONSUMED-COUNT PIC 9(06)  VALUE 0.
018250 77  ARR-RESV-FILLED-COUNT  PIC 9(06)   VALUE 0.
018260*
018270*---------------------------------------------------------------
018280*    PURCHASE ORDER LINE TABLE AND CONTROLS - MODE M ONLY.  THE
018290*    TABLE HOLDS EVERY ARRPO LINE IN FILE ORDER; A PO RECEIPT
018300*    ADDS TO ITS LINE, AND THE WHOLE TABLE GOES BACK OUT TO
018310*    ARRPOO.
018320*---------------------------------------------------------------
018330 01  ARR-PO-TABLE.
018340     05  ARR-PO-COUNT       PIC 9(04)   COMP.
018350     05  ARR-PO-ENTRY       OCCURS 1 TO 3000 TIMES
018360                            DEPENDING ON ARR-PO-COUNT.
018370         10  ARR-PO-TBL-ID.
018380             15  ARR-PO-TBL-NO      PIC X(10)  VALUE SPACES.
018390             15  ARR-PO-TBL-LINE    PIC X(03)  VALUE SPACES.
018400         10  ARR-PO-TBL-KEY.
018410             15  ARR-PO-TBL-WHSE    PIC X(03)  VALUE SPACES.
018420             15  ARR-PO-TBL-BIN     PIC X(09)  VALUE SPACES.
018430         10  ARR-PO-TBL-ORD-QTY PIC 9(09)  VALUE 0.
018440         10  ARR-PO-TBL-RCV-QTY PIC 9(09)  VALUE 0.
018450         10  ARR-PO-TBL-PROM    PIC 9(06)  VALUE 0.
018460         10  ARR-PO-TBL-STAT    PIC X(01)  VALUE "O".
018470             88  ARR-PO-TBL-CLOSED          VALUE "C".
018480         10  ARR-PO-TBL-TOL     PIC X(03)  VALUE SPACES.
018490         10  ARR-PO-TBL-TOL-N REDEFINES ARR-PO-TBL-TOL
018500                                PIC 9(03).
018510         10  ARR-PO-TBL-LAST    PIC 9(06)  VALUE 0.
018520 77  ARR-PO-MAX-ENTRIES     PIC 9(04)   VALUE 3000.
018530 01  ARR-PO-STATUS          PIC X(02)   VALUE SPACES.
018540     88  ARR-PO-NOT-FOUND               VALUE "35".
018550 77  ARR-PO-EOF-SW          PIC X(01)   VALUE "N".
018560     88  ARR-PO-EOF                     VALUE "Y".
018570 77  ARR-PO-SCAN-SUB        PIC 9(04)   COMP VALUE 0.
018580 77  ARR-PO-FOUND-SUB       PIC 9(04)   COMP VALUE 0.
018590 01  ARR-PO-SRCH-ID.
018600     05  ARR-PO-SRCH-NO         PIC X(10)   VALUE SPACES.
018610     05  ARR-PO-SRCH-LINE       PIC 9(03)   VALUE 0.
018620*    OVER-RECEIPT TOLERANCE, AS A PERCENTAGE OF THE ORDERED
018630*    QUANTITY, FOR A LINE THAT DOES NOT CARRY ITS OWN.
018640 77  ARR-PO-DEFAULT-TOL     PIC 9(03)   VALUE 005.
018650 77  ARR-PO-TOL-WORK        PIC 9(03)   VALUE 0.
018660 77  ARR-PO-LIMIT-WORK      PIC 9(11)   VALUE 0.
018670 77  ARR-PO-RCV-WORK        PIC 9(11)   VALUE 0.
018680 77  ARR-PO-REJECT-SW       PIC X(01)   VALUE "N".
018690     88  ARR-PO-REJECTED                VALUE "Y".
018700*    SET BY 2715 FOR A MOVEMENT THAT QUOTES A PO LINE OR IS A
018710*    RECEIPT AGAINST AN ARRPO PO NUMBER - IT GOES THROUGH
018720*    2736-CHECK-PO-RECEIPT AND BOOKS TO THE LINE WHEN IT POSTS.
018730 77  ARR-PO-CHECK-SW        PIC X(01)   VALUE "N".
018740     88  ARR-PO-CHECK-DUE               VALUE "Y".
018750 77  ARR-PO-RECEIPT-COUNT   PIC 9(06)   VALUE 0.
018760*
018770*---------------------------------------------------------------
018780*    ABC CLASS TABLE AND CONTROLS - MODE C ONLY.  THE TABLE
018790*    HOLDS EVERY ARRABCF RECORD IN FILE ORDER; A COUNTED BIN
018800*    HAS ITS LAST-COUNTED DATE STAMPED, AND THE WHOLE TABLE GOES
018810*    BACK OUT TO ARRABCO.
018820*---------------------------------------------------------------
018830 01  ARR-ABC-TABLE.
018840     05  ARR-ABC-COUNT      PIC 9(04)   COMP.
018850     05  ARR-ABC-ENTRY      OCCURS 1 TO 2000 TIMES
018860                            DEPENDING ON ARR-ABC-COUNT.
018870         10  ARR-ABC-TBL-KEY    PIC X(12)  VALUE SPACES.
018880         10  ARR-ABC-TBL-CLASS-DATA PIC X(34) VALUE SPACES.
018890         10  ARR-ABC-TBL-LAST-CNT PIC 9(06) VALUE 0.
018900         10  ARR-ABC-TBL-SCHED-DATA PIC X(12) VALUE SPACES.
018910 77  ARR-ABC-MAX-ENTRIES    PIC 9(04)   VALUE 2000.
018920 01  ARR-ABC-STATUS         PIC X(02)   VALUE SPACES.
018930     88  ARR-ABC-NOT-FOUND              VALUE "35".
018940 77  ARR-ABC-EOF-SW         PIC X(01)   VALUE "N".
018950     88  ARR-ABC-EOF                    VALUE "Y".
018960 77  ARR-ABC-SCAN-SUB       PIC 9(04)   COMP VALUE 0.
018970 77  ARR-ABC-FOUND-SUB      PIC 9(04)   COMP VALUE 0.
018980 77  ARR-ABC-SRCH-KEY       PIC X(12)   VALUE SPACES.
018990 77  ARR-ABC-CNT-DATE       PIC 9(06)   VALUE 0.
019000 77  ARR-ABC-STAMP-COUNT    PIC 9(06)   VALUE 0.
019010*
019020*---------------------------------------------------------------
019030*    ARRRPT PRINT LINE LAYOUTS.
019040*---------------------------------------------------------------
019050 01  ARR-RPT-HDR-LINE.
019060     05  FILLER                 PIC X(20)
019070                                 VALUE "ARRAYDEMO".
019080     05  FILLER                 PIC X(30)
019090                                 VALUE "BIN QUANTITY LISTING".
019100     05  FILLER                 PIC X(10)
019110                                 VALUE "RUN DATE:".
019120     05  ARR-RPT-HDR-MM         PIC 99.
019130     05  FILLER                 PIC X(01) VALUE "/".
019140     05  ARR-RPT-HDR-DD         PIC 99.
019150     05  FILLER                 PIC X(01) VALUE "/".
019160     05  ARR-RPT-HDR-YY         PIC 99.
019170     05  FILLER                 PIC X(64) VALUE SPACES.
019180*
019190 01  ARR-RPT-COL-LINE.
019200     05  FILLER                 PIC X(12)
019210                                 VALUE "  SUBSCRIPT".
019220     05  FILLER                 PIC X(06)
019230                                 VALUE "WHSE".
019240     05  FILLER                 PIC X(13)
019250                                 VALUE "BIN CODE".
019260     05  FILLER                 PIC X(11)
019270                                 VALUE "  BIN VALUE".
019280     05  FILLER                 PIC X(13)
019290                                 VALUE "     RESERVED".
019300     05  FILLER                 PIC X(14)
019310                                 VALUE "     AVAILABLE".
019320     05  FILLER                 PIC X(04) VALUE SPACES.
019330     05  FILLER                 PIC X(30)
019340                                 VALUE "DESCRIPTION".
019350     05  FILLER                 PIC X(29) VALUE SPACES.
019360*
019370 01  ARR-RPT-DTL-LINE.
019380     05  FILLER                 PIC X(04) VALUE SPACES.
019390     05  ARR-RPT-DTL-SUB        PIC ZZZ9.
019400     05  FILLER                 PIC X(04) VALUE SPACES.
019410     05  ARR-RPT-DTL-WHSE       PIC X(03).
019420     05  FILLER                 PIC X(03) VALUE SPACES.
019430     05  ARR-RPT-DTL-CODE       PIC X(09).
019440     05  FILLER                 PIC X(04) VALUE SPACES.
019450     05  ARR-RPT-DTL-VAL        PIC ZZZ,ZZZ,ZZ9.
019460     05  FILLER                 PIC X(02) VALUE SPACES.
019470     05  ARR-RPT-DTL-RESV       PIC ZZZ,ZZZ,ZZ9.
019480     05  FILLER                 PIC X(02) VALUE SPACES.
019490     05  ARR-RPT-DTL-AVAIL      PIC -ZZZ,ZZZ,ZZ9.
019500     05  FILLER                 PIC X(04) VALUE SPACES.
019510     05  ARR-RPT-DTL-DESC       PIC X(30).
019520     05  FILLER                 PIC X(29) VALUE SPACES.
019530*
019540*    WAREHOUSE SUBTOTAL LINE - WRITTEN AT EACH BREAK IN THE
019550*    WAREHOUSE CODE AND AGAIN AFTER THE LAST DETAIL LINE,
019560*    AHEAD OF THE GRAND TOTAL.
019570 01  ARR-RPT-WHSE-LINE.
019580     05  FILLER                 PIC X(04) VALUE SPACES.
019590     05  FILLER                 PIC X(14)
019600                                 VALUE "SUBTOTAL WHSE".
019610     05  ARR-RPT-WHSE-CODE      PIC X(03).
019620     05  FILLER                 PIC X(01) VALUE ":".
019630     05  ARR-RPT-WHSE-VAL       PIC ZZZ,ZZZ,ZZ9.
019640     05  FILLER                 PIC X(99) VALUE SPACES.
019650*
019660 01  ARR-RPT-TOTAL-LINE.
019670     05  FILLER                 PIC X(04) VALUE SPACES.
019680     05  FILLER                 PIC X(12)
019690                                 VALUE "GRAND TOTAL:".
019700     05  ARR-RPT-TOTAL-VAL      PIC ZZZ,ZZZ,ZZ9.
019710     05  FILLER                 PIC X(105) VALUE SPACES.
019720*
019730*---------------------------------------------------------------
019740*    ARREXC EXCEPTION LISTING LINE LAYOUTS.
019750*---------------------------------------------------------------
019760*    CAPACITY REJECTS BENEATH THIS HEADING ARE JUDGED AGAINST
019770*    EACH BIN'S OWN ARRBINM MAXIMUM - THE FIGURE SHOWN IS ONLY
019780*    THE GLOBAL FALLBACK USED WHEN NO BIN MASTER IS AVAILABLE.
019790 01  ARR-EXC-HDR-LINE.
019800     05  FILLER          PIC X(20) VALUE "ARRAYDEMO".
019810     05  FILLER          PIC X(35)
019820         VALUE "BIN QUANTITY EXCEPTIONS LISTING".
019830     05  FILLER          PIC X(40)
019840         VALUE "PER-BIN ARRBINM CAPS - GLOBAL FALLBACK:".
019850     05  ARR-EXC-HDR-MAX PIC ZZZ,ZZZ,ZZ9.
019860     05  FILLER          PIC X(26) VALUE SPACES.
019870*
019880 01  ARR-EXC-DTL-LINE.
019890     05  FILLER          PIC X(04) VALUE SPACES.
019900     05  ARR-EXC-DTL-SUB PIC ZZZ9.
019910     05  FILLER          PIC X(08) VALUE SPACES.
019920     05  ARR-EXC-DTL-VAL PIC ZZZ,ZZZ,ZZ9.
019930     05  FILLER          PIC X(04) VALUE SPACES.
019940     05  ARR-EXC-DTL-RSN PIC X(40)
019950         VALUE "VALUE EXCEEDS MAXIMUM BIN CAPACITY".
019960     05  FILLER          PIC X(61) VALUE SPACES.
019970*
019980*    MOVEMENT EXCEPTION LINE - A REJECTED ARRMOVE TRANSACTION.
019990 01  ARR-EXC-MOVE-LINE.
020000     05  FILLER          PIC X(04) VALUE SPACES.
020010     05  ARR-EXC-MOVE-WHSE PIC X(03).
020020     05  FILLER          PIC X(02) VALUE SPACES.
020030     05  ARR-EXC-MOVE-CODE PIC X(09).
020040     05  FILLER          PIC X(02) VALUE SPACES.
020050     05  ARR-EXC-MOVE-TYPE PIC X(01).
020060     05  FILLER          PIC X(02) VALUE SPACES.
020070     05  ARR-EXC-MOVE-QTY PIC -ZZZ,ZZZ,ZZ9.
020080     05  FILLER          PIC X(02) VALUE SPACES.
020090     05  ARR-EXC-MOVE-DOC PIC X(10).
020100     05  FILLER          PIC X(02) VALUE SPACES.
020110     05  ARR-EXC-MOVE-RSN PIC X(40).
020120     05  FILLER          PIC X(43) VALUE SPACES.
020130*
020140 01  ARR-EXC-NONE-LINE.
020150     05  FILLER          PIC X(04) VALUE SPACES.
020160     05  FILLER          PIC X(30)
020170         VALUE "NO EXCEPTIONS FOR THIS RUN".
020180     05  FILLER          PIC X(98) VALUE SPACES.
020190*
020200*---------------------------------------------------------------
020210*    ARRRPT VARIANCE SECTION LINE LAYOUTS - RUN-TO-RUN
020220*    RECONCILIATION AGAINST THE PRIOR ARRSNAP SNAPSHOT.
020230*---------------------------------------------------------------
020240 01  ARR-VAR-HDR-LINE.
020250     05  FILLER          PIC X(20) VALUE SPACES.
020260     05  FILLER          PIC X(40)
020270         VALUE "VARIANCE VS PRIOR RUN SNAPSHOT".
020280     05  FILLER          PIC X(72) VALUE SPACES.
020290*
020300 01  ARR-VAR-COL-LINE.
020310     05  FILLER          PIC X(04) VALUE SPACES.
020320     05  FILLER          PIC X(05)
020330         VALUE "WHSE".
020340     05  FILLER          PIC X(11)
020350         VALUE "BIN CODE".
020360     05  FILLER          PIC X(13)
020370         VALUE "  PRIOR VALUE".
020380     05  FILLER          PIC X(17)
020390         VALUE "    CURRENT VALUE".
020400     05  FILLER          PIC X(18)
020410         VALUE "       DELTA".
020420     05  FILLER          PIC X(64) VALUE SPACES.
020430*
020440 01  ARR-VAR-DTL-LINE.
020450     05  FILLER          PIC X(04) VALUE SPACES.
020460     05  ARR-VAR-DTL-WHSE PIC X(03).
020470     05  FILLER          PIC X(02) VALUE SPACES.
020480     05  ARR-VAR-DTL-CODE PIC X(09).
020490     05  FILLER          PIC X(02) VALUE SPACES.
020500     05  ARR-VAR-DTL-OLD PIC ZZZ,ZZZ,ZZ9.
020510     05  FILLER          PIC X(06) VALUE SPACES.
020520     05  ARR-VAR-DTL-NEW PIC ZZZ,ZZZ,ZZ9.
020530     05  FILLER          PIC X(06) VALUE SPACES.
020540     05  ARR-VAR-DTL-DLT PIC -ZZZ,ZZZ,ZZ9.
020550     05  FILLER          PIC X(66) VALUE SPACES.
020560*
020570*    PENDING-APPROVAL SECTION LINE LAYOUTS - CORRECTIONS HELD
020580*    FOR A SUPERVISOR RATHER THAN APPLIED THIS RUN.
020590 01  ARR-PEND-HDR-LINE.
020600     05  FILLER          PIC X(20) VALUE SPACES.
020610     05  FILLER          PIC X(40)
020620         VALUE "CORRECTIONS PENDING SUPERVISOR APPROVAL".
020630     05  FILLER          PIC X(72) VALUE SPACES.
020640*
020650 01  ARR-PEND-DTL-LINE.
020660     05  FILLER          PIC X(04) VALUE SPACES.
020670     05  ARR-PEND-DTL-WHSE PIC X(03).
020680     05  FILLER          PIC X(02) VALUE SPACES.
020690     05  ARR-PEND-DTL-CODE PIC X(09).
020700     05  FILLER          PIC X(02) VALUE SPACES.
020710     05  ARR-PEND-DTL-VAL PIC ZZZ,ZZZ,ZZ9.
020720     05  FILLER          PIC X(02) VALUE SPACES.
020730     05  FILLER          PIC X(07) VALUE "QUEUED".
020740     05  ARR-PEND-DTL-MM PIC 99.
020750     05  FILLER          PIC X(01) VALUE "/".
020760     05  ARR-PEND-DTL-DD PIC 99.
020770     05  FILLER          PIC X(01) VALUE "/".
020780     05  ARR-PEND-DTL-YY PIC 99.
020790     05  FILLER          PIC X(02) VALUE SPACES.
020800     05  FILLER          PIC X(03) VALUE "BY".
020810     05  ARR-PEND-DTL-ENTER PIC X(08).
020820     05  FILLER          PIC X(71) VALUE SPACES.
020830*
020840*---------------------------------------------------------------
020850*    ARRCYCR CYCLE-COUNT VARIANCE LISTING LINE LAYOUTS.
020860*---------------------------------------------------------------
020870 01  ARR-CYC-HDR-LINE.
020880     05  FILLER          PIC X(20) VALUE "ARRAYDEMO".
020890     05  FILLER          PIC X(35)
020900         VALUE "CYCLE COUNT VARIANCE LISTING".
020910     05  FILLER          PIC X(10) VALUE "RUN DATE:".
020920     05  ARR-CYC-HDR-MM  PIC 99.
020930     05  FILLER          PIC X(01) VALUE "/".
020940     05  ARR-CYC-HDR-DD  PIC 99.
020950     05  FILLER          PIC X(01) VALUE "/".
020960     05  ARR-CYC-HDR-YY  PIC 99.
020970     05  FILLER          PIC X(59) VALUE SPACES.
020980*
020990 01  ARR-CYC-COL-LINE.
021000     05  FILLER          PIC X(04) VALUE SPACES.
021010     05  FILLER          PIC X(05) VALUE "WHSE".
021020     05  FILLER          PIC X(11) VALUE "BIN CODE".
021030     05  FILLER          PIC X(10) VALUE "COUNTER".
021040     05  FILLER          PIC X(10) VALUE "DATE".
021050     05  FILLER          PIC X(11) VALUE " BOOK VALUE".
021060     05  FILLER          PIC X(13) VALUE "      COUNTED".
021070     05  FILLER          PIC X(14) VALUE "    DIFFERENCE".
021080     05  FILLER          PIC X(07) VALUE "    PCT".
021090     05  FILLER          PIC X(09) VALUE "  ACTION".
021100     05  FILLER          PIC X(38) VALUE SPACES.
021110*
021120 01  ARR-CYC-DTL-LINE.
021130     05  FILLER          PIC X(04) VALUE SPACES.
021140     05  ARR-CYC-DTL-WHSE PIC X(03).
021150     05  FILLER          PIC X(02) VALUE SPACES.
021160     05  ARR-CYC-DTL-CODE PIC X(09).
021170     05  FILLER          PIC X(02) VALUE SPACES.
021180     05  ARR-CYC-DTL-CTR PIC X(08).
021190     05  FILLER          PIC X(02) VALUE SPACES.
021200     05  ARR-CYC-DTL-MM  PIC 99.
021210     05  FILLER          PIC X(01) VALUE "/".
021220     05  ARR-CYC-DTL-DD  PIC 99.
021230     05  FILLER          PIC X(01) VALUE "/".
021240     05  ARR-CYC-DTL-YY  PIC 99.
021250     05  FILLER          PIC X(02) VALUE SPACES.
021260     05  ARR-CYC-DTL-BOOK PIC ZZZ,ZZZ,ZZ9.
021270     05  FILLER          PIC X(02) VALUE SPACES.
021280     05  ARR-CYC-DTL-CNT PIC ZZZ,ZZZ,ZZ9.
021290     05  FILLER          PIC X(02) VALUE SPACES.
021300     05  ARR-CYC-DTL-DIF PIC -ZZZ,ZZZ,ZZ9.
021310     05  FILLER          PIC X(02) VALUE SPACES.
021320     05  ARR-CYC-DTL-PCT PIC -ZZZ9.
021330     05  FILLER          PIC X(02) VALUE SPACES.
021340     05  ARR-CYC-DTL-ACT PIC X(14).
021350     05  FILLER          PIC X(31) VALUE SPACES.
021360*
021370 01  ARR-CYC-NONE-LINE.
021380     05  FILLER          PIC X(04) VALUE SPACES.
021390     05  FILLER          PIC X(40)
021400         VALUE "NO ARRCYCT CYCLE COUNT FILE THIS RUN".
021410     05  FILLER          PIC X(88) VALUE SPACES.
021420*
021430 01  ARR-CYC-TOT-LINE.
021440     05  FILLER          PIC X(04) VALUE SPACES.
021450     05  FILLER          PIC X(13) VALUE "COUNTS READ:".
021460     05  ARR-CYC-TOT-READ PIC ZZZ9.
021470     05  FILLER          PIC X(11) VALUE "  MATCHED:".
021480     05  ARR-CYC-TOT-MAT PIC ZZZ9.
021490     05  FILLER          PIC X(24)
021500         VALUE "  ADJUSTMENTS WRITTEN:".
021510     05  ARR-CYC-TOT-ADJ PIC ZZZ9.
021520     05  FILLER          PIC X(68) VALUE SPACES.
021530*
021540 01  ARR-VAR-NONE-LINE.
021550     05  FILLER          PIC X(04) VALUE SPACES.
021560     05  FILLER          PIC X(40)
021570         VALUE "NO PRIOR SNAPSHOT - RECONCILIATION".
021580     05  FILLER          PIC X(30)
021590         VALUE "SKIPPED FOR THIS RUN".
021600     05  FILLER          PIC X(58) VALUE SPACES.
021610*
021620*---------------------------------------------------------------
021630*    ARRVAL INVENTORY VALUATION REPORT LINE LAYOUTS.
021640*---------------------------------------------------------------
021650 01  ARR-VAL-HDR-LINE.
021660     05  FILLER          PIC X(20) VALUE "ARRAYDEMO".
021670     05  FILLER          PIC X(30)
021680         VALUE "INVENTORY VALUATION REPORT".
021690     05  FILLER          PIC X(10) VALUE "RUN DATE:".
021700     05  ARR-VAL-HDR-MM  PIC 99.
021710     05  FILLER          PIC X(01) VALUE "/".
021720     05  ARR-VAL-HDR-DD  PIC 99.
021730     05  FILLER          PIC X(01) VALUE "/".
021740     05  ARR-VAL-HDR-YY  PIC 99.
021750     05  FILLER          PIC X(64) VALUE SPACES.
021760*
021770 01  ARR-VAL-COL-LINE.
021780     05  FILLER          PIC X(04) VALUE SPACES.
021790     05  FILLER          PIC X(05) VALUE "WHSE".
021800     05  FILLER          PIC X(11) VALUE "BIN CODE".
021810     05  FILLER          PIC X(13) VALUE "   QUANTITY".
021820     05  FILLER          PIC X(11) VALUE "UNIT COST".
021830     05  FILLER          PIC X(23)
021840         VALUE "        EXTENDED VALUE".
021850     05  FILLER          PIC X(65) VALUE SPACES.
021860*
021870 01  ARR-VAL-DTL-LINE.
021880     05  FILLER          PIC X(04) VALUE SPACES.
021890     05  ARR-VAL-DTL-WHSE PIC X(03).
021900     05  FILLER          PIC X(02) VALUE SPACES.
021910     05  ARR-VAL-DTL-CODE PIC X(09).
021920     05  FILLER          PIC X(02) VALUE SPACES.
021930     05  ARR-VAL-DTL-QTY PIC ZZZ,ZZZ,ZZ9.
021940     05  FILLER          PIC X(02) VALUE SPACES.
021950     05  ARR-VAL-DTL-COST PIC ZZ,ZZ9.99.
021960     05  FILLER          PIC X(02) VALUE SPACES.
021970     05  ARR-VAL-DTL-EXT PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
021980     05  FILLER          PIC X(02) VALUE SPACES.
021990     05  ARR-VAL-DTL-NOTE PIC X(12).
022000     05  FILLER          PIC X(53) VALUE SPACES.
022010*
022020 01  ARR-VAL-WHSE-LINE.
022030     05  FILLER          PIC X(04) VALUE SPACES.
022040     05  FILLER          PIC X(14) VALUE "SUBTOTAL WHSE".
022050     05  ARR-VAL-WHSE-CODE PIC X(03).
022060     05  FILLER          PIC X(01) VALUE ":".
022070     05  ARR-VAL-WHSE-VAL PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
022080     05  FILLER          PIC X(88) VALUE SPACES.
022090*
022100 01  ARR-VAL-TOT-LINE.
022110     05  FILLER          PIC X(04) VALUE SPACES.
022120     05  FILLER          PIC X(19)
022130         VALUE "GRAND TOTAL VALUE:".
022140     05  ARR-VAL-TOT-VAL PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
022150     05  FILLER          PIC X(87) VALUE SPACES.
022160*
022170 01  ARR-VAL-NONE-LINE.
022180     05  FILLER          PIC X(04) VALUE SPACES.
022190     05  FILLER          PIC X(40)
022200         VALUE "NO ARRCOST COST MASTER THIS RUN".
022210     05  FILLER          PIC X(88) VALUE SPACES.
022220*
022230*    IN-TRANSIT TOTAL LINE - WRITTEN AHEAD OF THE ARRRPT GRAND
022240*    TOTAL WHENEVER ANYTHING IS IN TRANSIT, AND INCLUDED IN THE
022250*    GRAND TOTAL SO THE BOOK DOES NOT DIP MID-TRANSFER.
022260 01  ARR-RPT-INTR-LINE.
022270     05  FILLER          PIC X(04) VALUE SPACES.
022280     05  FILLER          PIC X(18)
022290         VALUE "IN TRANSIT:".
022300     05  ARR-RPT-INTR-VAL PIC ZZZ,ZZZ,ZZ9.
022310     05  FILLER          PIC X(99) VALUE SPACES.
022320*
022330*    OPEN-TRANSFER AGING SECTION LINE LAYOUTS.
022340 01  ARR-XFR-HDR-LINE.
022350     05  FILLER          PIC X(20) VALUE SPACES.
022360     05  FILLER          PIC X(40)
022370         VALUE "OPEN INTER-WAREHOUSE TRANSFERS".
022380     05  FILLER          PIC X(72) VALUE SPACES.
022390*
022400 01  ARR-XFR-COL-LINE.
022410     05  FILLER          PIC X(04) VALUE SPACES.
022420     05  FILLER          PIC X(12) VALUE "DOCUMENT".
022430     05  FILLER          PIC X(15) VALUE "FROM".
022440     05  FILLER          PIC X(15) VALUE "TO".
022450     05  FILLER          PIC X(13) VALUE "   QUANTITY".
022460     05  FILLER          PIC X(10) VALUE "SENT".
022470     05  FILLER          PIC X(06) VALUE " AGE".
022480     05  FILLER          PIC X(57) VALUE SPACES.
022490*
022500 01  ARR-XFR-DTL-LINE.
022510     05  FILLER          PIC X(04) VALUE SPACES.
022520     05  ARR-XFR-DTL-DOC PIC X(10).
022530     05  FILLER          PIC X(02) VALUE SPACES.
022540     05  ARR-XFR-DTL-FWHSE PIC X(03).
022550     05  FILLER          PIC X(01) VALUE SPACE.
022560     05  ARR-XFR-DTL-FCODE PIC X(09).
022570     05  FILLER          PIC X(02) VALUE SPACES.
022580     05  ARR-XFR-DTL-TWHSE PIC X(03).
022590     05  FILLER          PIC X(01) VALUE SPACE.
022600     05  ARR-XFR-DTL-TCODE PIC X(09).
022610     05  FILLER          PIC X(02) VALUE SPACES.
022620     05  ARR-XFR-DTL-QTY PIC ZZZ,ZZZ,ZZ9.
022630     05  FILLER          PIC X(02) VALUE SPACES.
022640     05  ARR-XFR-DTL-MM  PIC 99.
022650     05  FILLER          PIC X(01) VALUE "/".
022660     05  ARR-XFR-DTL-DD  PIC 99.
022670     05  FILLER          PIC X(01) VALUE "/".
022680     05  ARR-XFR-DTL-YY  PIC 99.
022690     05  FILLER          PIC X(02) VALUE SPACES.
022700     05  ARR-XFR-DTL-AGE PIC ZZZ9.
022710     05  FILLER          PIC X(02) VALUE SPACES.
022720     05  ARR-XFR-DTL-FLAG PIC X(12).
022730     05  FILLER          PIC X(45) VALUE SPACES.
022740*
022750 LINKAGE SECTION.
022760*---------------------------------------------------------------
022770*    STANDARD EXEC PARM AREA - A HALFWORD LENGTH FOLLOWED BY
022780*    THE PARM TEXT ITSELF, AS PASSED TO ANY BATCH PROGRAM.
022790*---------------------------------------------------------------
022800 01  ARR-PARM-AREA.
022810     05  ARR-PARM-LEN           PIC S9(04) COMP.
022820     05  ARR-PARM-TEXT.
022830         10  ARR-PARM-SIZE      PIC X(04).
022840         10  ARR-PARM-MODE      PIC X(01).
022850         10  FILLER             PIC X(15).
022860*
022870 PROCEDURE DIVISION USING ARR-PARM-AREA.
022880*
022890*===============================================================
022900* 0000-MAINLINE.
022910*===============================================================
022920 0000-MAINLINE.
022930     PERFORM 1000-INITIALIZE
022940         THRU 1000-INITIALIZE-EXIT.
022950*    A RUN THE PROCESSING CALENDAR FORBIDS TODAY, WHOSE
022960*    MOVEMENT/CYCLE BATCH AN EARLIER RUN ALREADY POSTED, OR
022970*    WHOSE LOT, RESERVATION, PO OR ABC CLASS FILE WOULD NOT FIT
022980*    ITS TABLE, APPLIES NOTHING - NOT EVEN QUEUED CORRECTIONS,
022990*    WHOSE AUDIT RECORDS WOULD OTHERWISE DOUBLE UP ON THE RERUN
023000*    AND BREAK THE ARRCLOSE ROLL-FORWARD.  THE PRIOR SNAPSHOT IS
023010*    CARRIED FORWARD, THE RUN LOG STILL GETS ITS LINE, AND THE
023020*    RC=8 GRADE KEEPS THE CLEANUP STEP AWAY FROM THE QUEUES AND
023030*    THE PROMOTE STEP AWAY FROM THE MASTERS.
023040     IF ARR-RUN-BLOCKED
023050         OR ARR-DUP-BATCH
023060         OR ARR-TABLE-FULL
023070         PERFORM 7000-SAVE-SNAPSHOT
023080             THRU 7000-SAVE-SNAPSHOT-EXIT
023090         PERFORM 7300-SAVE-LOTS
023100             THRU 7300-SAVE-LOTS-EXIT
023110         PERFORM 9000-TERMINATE
023120             THRU 9000-TERMINATE-EXIT
023130         STOP RUN
023140     END-IF.
023150     IF ARR-RUN-MODE-LOAD
023160         PERFORM 2000-LOAD-ARRAY
023170             THRU 2000-LOAD-ARRAY-EXIT
023180     ELSE
023190         PERFORM 2500-LOAD-FROM-SNAPSHOT
023200             THRU 2500-LOAD-FROM-SNAPSHOT-EXIT
023210     END-IF.
023220     PERFORM 2600-APPLY-CORRECTIONS
023230         THRU 2600-APPLY-CORRECTIONS-EXIT.
023240     IF ARR-RUN-MODE-MOVE
023250         PERFORM 2650-BALANCE-LOTS
023260             THRU 2650-BALANCE-LOTS-EXIT
023270         PERFORM 2700-APPLY-MOVEMENTS
023280             THRU 2700-APPLY-MOVEMENTS-EXIT
023290         PERFORM 2750-APPLY-TRANSFERS
023300             THRU 2750-APPLY-TRANSFERS-EXIT
023310         PERFORM 2792-SAVE-PO-LINES
023320             THRU 2792-SAVE-PO-LINES-EXIT
023330         PERFORM 2796-SAVE-RESERVATIONS
023340             THRU 2796-SAVE-RESERVATIONS-EXIT
023350     END-IF.
023360     IF ARR-RUN-MODE-CYCLE
023370         PERFORM 2800-PROCESS-CYCLE-COUNTS
023380             THRU 2800-PROCESS-CYCLE-COUNTS-EXIT
023390     END-IF.
023400     PERFORM 5000-PRODUCE-REPORT
023410         THRU 5000-PRODUCE-REPORT-EXIT.
023420     PERFORM 5500-PRODUCE-VALUATION
023430         THRU 5500-PRODUCE-VALUATION-EXIT.
023440     PERFORM 6000-RECONCILE
023450         THRU 6000-RECONCILE-EXIT.
023460     PERFORM 6500-REPORT-PENDING
023470         THRU 6500-REPORT-PENDING-EXIT.
023480     PERFORM 6700-REPORT-IN-TRANSIT
023490         THRU 6700-REPORT-IN-TRANSIT-EXIT.
023500     PERFORM 7000-SAVE-SNAPSHOT
023510         THRU 7000-SAVE-SNAPSHOT-EXIT.
023520     PERFORM 7300-SAVE-LOTS
023530         THRU 7300-SAVE-LOTS-EXIT.
023540     PERFORM 7500-WRITE-EXTRACT
023550         THRU 7500-WRITE-EXTRACT-EXIT.
023560     PERFORM 9000-TERMINATE
023570         THRU 9000-TERMINATE-EXIT.
023580     STOP RUN.
023590*
023600*===============================================================
023610* 1000-INITIALIZE  -  OPEN FILES FOR THE RUN.
023620*===============================================================
023630 1000-INITIALIZE.
023640     PERFORM 1100-PROCESS-PARM
023650         THRU 1100-PROCESS-PARM-EXIT.
023660     IF ARR-RUN-MODE-LOAD
023670         OPEN INPUT ARR-INPUT-FILE
023680     END-IF.
023690     OPEN OUTPUT ARR-REPORT-FILE.
023700     OPEN OUTPUT ARR-EXCEPTION-FILE.
023710     OPEN OUTPUT ARR-AUDIT-FILE.
023720     ACCEPT ARR-RUN-DATE FROM DATE.
023730     ACCEPT ARR-RUN-TIME FROM TIME.
023740     MOVE ARR-MAX-CAPACITY TO ARR-EXC-HDR-MAX.
023750     WRITE ARR-EXCEPTION-REC FROM ARR-EXC-HDR-LINE.
023760     PERFORM 1200-READ-PRIOR-SNAPSHOT
023770         THRU 1200-READ-PRIOR-SNAPSHOT-EXIT.
023780     PERFORM 1300-OPEN-BIN-MASTER
023790         THRU 1300-OPEN-BIN-MASTER-EXIT.
023800     PERFORM 1400-LOAD-COST-MASTER
023810         THRU 1400-LOAD-COST-MASTER-EXIT.
023820     IF ARR-RUN-MODE-LOAD OR ARR-RUN-MODE-MOVE
023830         PERFORM 1420-LOAD-UOM-TABLE
023840             THRU 1420-LOAD-UOM-TABLE-EXIT
023850     END-IF.
023860     PERFORM 1500-LOAD-IN-TRANSIT
023870         THRU 1500-LOAD-IN-TRANSIT-EXIT.
023880     PERFORM 1600-CHECK-CALENDAR
023890         THRU 1600-CHECK-CALENDAR-EXIT.
023900     PERFORM 1700-LOAD-PRIOR-BATCHES
023910         THRU 1700-LOAD-PRIOR-BATCHES-EXIT.
023920     PERFORM 1800-CHECK-POSTING-BATCH
023930         THRU 1800-CHECK-POSTING-BATCH-EXIT.
023940     PERFORM 1900-LOAD-SUSPENSE
023950         THRU 1900-LOAD-SUSPENSE-EXIT.
023960     PERFORM 1950-LOAD-LOTS
023970         THRU 1950-LOAD-LOTS-EXIT.
023980     PERFORM 1970-LOAD-RESERVATIONS
023990         THRU 1970-LOAD-RESERVATIONS-EXIT.
024000     IF ARR-RUN-MODE-MOVE
024010         PERFORM 1985-LOAD-PO-LINES
024020             THRU 1985-LOAD-PO-LINES-EXIT
024030     END-IF.
024040     IF ARR-RUN-MODE-CYCLE
024050         PERFORM 1995-LOAD-ABC-CLASSES
024060             THRU 1995-LOAD-ABC-CLASSES-EXIT
024070     END-IF.
024080 1000-INITIALIZE-EXIT.
024090     EXIT.
024100*
024110*===============================================================
024120* 1100-PROCESS-PARM  -  DECODE THE EXEC PARM, IF ONE WAS
024130*     SUPPLIED, INTO THE ELEMENT COUNT LIMIT AND RUN MODE FOR
024140*     THIS RUN.  A MISSING OR UNRECOGNIZED PARM DEFAULTS TO A
024150*     NORMAL LOAD WITH NO ELEMENT COUNT OVERRIDE.
024160*===============================================================
024170 1100-PROCESS-PARM.
024180     MOVE "L" TO ARR-RUN-MODE-SW.
024190     MOVE 0   TO ARR-RUN-MAX-SIZE.
024200     IF ARR-PARM-LEN > 0
024210         IF ARR-PARM-SIZE IS NUMERIC
024220             MOVE ARR-PARM-SIZE TO ARR-RUN-MAX-SIZE
024230         END-IF
024240         IF ARR-PARM-MODE = "R" OR "M" OR "C"
024250             MOVE ARR-PARM-MODE TO ARR-RUN-MODE-SW
024260         END-IF
024270     END-IF.
024280 1100-PROCESS-PARM-EXIT.
024290     EXIT.
024300*
024310*===============================================================
024320* 1200-READ-PRIOR-SNAPSHOT  -  IF A SNAPSHOT FROM A PRIOR RUN
024330*     EXISTS ON ARRSNAP, LOAD IT INTO ARR-PRIOR-TABLE BEFORE
024340*     THIS RUN'S ARRAY IS PROCESSED.  READ HERE SO THE PRIOR
024350*     VALUES ARE CAPTURED BEFORE ARRSNAP IS REWRITTEN.
024360*===============================================================
024370 1200-READ-PRIOR-SNAPSHOT.
024380     MOVE 0 TO ARR-PRIOR-COUNT.
024390     OPEN INPUT ARR-SNAPSHOT-FILE.
024400     IF ARR-SNAP-NOT-FOUND
024410         GO TO 1200-READ-PRIOR-SNAPSHOT-EXIT
024420     END-IF.
024430     PERFORM 1210-READ-SNAP-REC
024440         THRU 1210-READ-SNAP-REC-EXIT
024450         UNTIL ARR-SNAP-EOF.
024460     CLOSE ARR-SNAPSHOT-FILE.
024470 1200-READ-PRIOR-SNAPSHOT-EXIT.
024480     EXIT.
024490*
024500 1210-READ-SNAP-REC.
024510     READ ARR-SNAPSHOT-FILE
024520         AT END
024530             SET ARR-SNAP-EOF TO TRUE
024540             GO TO 1210-READ-SNAP-REC-EXIT
024550     END-READ.
024560     MOVE ARR-SNAP-BIN-KEY TO ARR-PRIOR-KEY (ARR-SNAP-SUB).
024570     MOVE ARR-SNAP-VAL  TO ARR-PRIOR-ELEM (ARR-SNAP-SUB).
024580     IF ARR-SNAP-SUB > ARR-PRIOR-COUNT
024590         MOVE ARR-SNAP-SUB TO ARR-PRIOR-COUNT
024600     END-IF.
024610 1210-READ-SNAP-REC-EXIT.
024620     EXIT.
024630*
024640*===============================================================
024650* 1300-OPEN-BIN-MASTER  -  OPEN THE ARRBINM KEYED BIN MASTER
024660*     FOR THE DIRECT READS IN 8100-FIND-BIN-MASTER.  THE FILE
024670*     STAYS OPEN FOR THE WHOLE RUN AND IS CLOSED IN
024680*     9000-TERMINATE.  A MISSING OR UNOPENABLE ARRBINM IS
024690*     TOLERATED THE SAME WAY A MISSING ARRSNAP IS - VALIDATION
024700*     FALLS BACK TO THE GLOBAL ARR-MAX-CAPACITY CONSTANT.
024710*===============================================================
024720 1300-OPEN-BIN-MASTER.
024730     OPEN INPUT ARR-BINM-FILE.
024740     IF ARR-BINM-STATUS NOT = "00"
024750         DISPLAY "ARRAYDEMO - NO ARRBINM BIN MASTER - CAPACITY "
024760             "CHECKS FALL BACK TO THE GLOBAL MAXIMUM"
024770         GO TO 1300-OPEN-BIN-MASTER-EXIT
024780     END-IF.
024790     SET ARR-BINM-AVAIL TO TRUE.
024800 1300-OPEN-BIN-MASTER-EXIT.
024810     EXIT.
024820*
024830*===============================================================
024840* 1400-LOAD-COST-MASTER  -  LOAD THE ARRCOST UNIT COST MASTER
024850*     INTO ARR-COST-TABLE FOR THE SEARCH ALL LOOKUP IN 8200-
024860*     FIND-UNIT-COST.  A MISSING ARRCOST IS TOLERATED THE SAME
024870*     WAY A MISSING ARRBINM IS - THE TABLE IS LEFT EMPTY AND
024880*     EVERY BIN VALUES AT ZERO, FLAGGED UNCOSTED ON ARRVAL.  A
024890*     ROW OUT OF ASCENDING BIN CODE SEQUENCE IS SKIPPED RATHER
024900*     THAN LOADED, SINCE IT WOULD BREAK THE SEARCH ALL.
024910*===============================================================
024920 1400-LOAD-COST-MASTER.
024930     MOVE 0 TO ARR-COST-COUNT.
024940     OPEN INPUT ARR-COST-FILE.
024950     IF ARR-COST-NOT-FOUND
024960         DISPLAY "ARRAYDEMO - NO ARRCOST COST MASTER - "
024970             "VALUATION WILL SHOW EVERY BIN UNCOSTED"
024980         GO TO 1400-LOAD-COST-MASTER-EXIT
024990     END-IF.
025000     PERFORM 1410-READ-COST-REC
025010         THRU 1410-READ-COST-REC-EXIT
025020         UNTIL ARR-COST-EOF
025030         OR ARR-COST-COUNT = ARR-COST-MAX-ENTRIES.
025040     IF NOT ARR-COST-EOF
025050         DISPLAY "ARRAYDEMO - COST TABLE FULL - REMAINING "
025060             "ARRCOST ROWS NOT LOADED, VALUATION SHORT"
025070     END-IF.
025080     CLOSE ARR-COST-FILE.
025090 1400-LOAD-COST-MASTER-EXIT.
025100     EXIT.
025110*
025120 1410-READ-COST-REC.
025130     READ ARR-COST-FILE
025140         AT END
025150             SET ARR-COST-EOF TO TRUE
025160             GO TO 1410-READ-COST-REC-EXIT
025170     END-READ.
025180     IF ARR-COST-CODE NOT > ARR-COST-PREV-CODE
025190         DISPLAY "ARRAYDEMO - ARRCOST ROW OUT OF SEQUENCE, "
025200             "SKIPPED: " ARR-COST-CODE
025210         GO TO 1410-READ-COST-REC-EXIT
025220     END-IF.
025230     IF ARR-COST-UNIT NOT NUMERIC
025240         DISPLAY "ARRAYDEMO - ARRCOST UNIT COST NOT NUMERIC, "
025250             "SKIPPED: " ARR-COST-CODE
025260         GO TO 1410-READ-COST-REC-EXIT
025270     END-IF.
025280     ADD 1 TO ARR-COST-COUNT.
025290     MOVE ARR-COST-CODE TO ARR-COST-TBL-CODE (ARR-COST-COUNT)
025300                           ARR-COST-PREV-CODE.
025310     MOVE ARR-COST-UNIT TO ARR-COST-TBL-UNIT (ARR-COST-COUNT).
025320 1410-READ-COST-REC-EXIT.
025330     EXIT.
025340*
025350*===============================================================
025360* 1420-LOAD-UOM-TABLE  -  LOAD THE ARRUOM UNIT CONVERSION TABLE
025370*     INTO ARR-UOM-TABLE FOR THE SEARCH ALL LOOKUP IN 8600-
025380*     CONVERT-UOM.  A MISSING ARRUOM IS TOLERATED LIKE A
025390*     MISSING ARRCOST - THE TABLE IS LEFT EMPTY AND ONLY A
025400*     RECORD STATING A NON-STOCKING UNIT IS REJECTED.  A ROW
025410*     OUT OF ASCENDING SEQUENCE, OR WITH NO USABLE FACTOR, IS
025420*     SKIPPED RATHER THAN LOADED.
025430*===============================================================
025440 1420-LOAD-UOM-TABLE.
025450     MOVE 0 TO ARR-UOM-COUNT.
025460     OPEN INPUT ARR-UOM-FILE.
025470     IF ARR-UOM-NOT-FOUND
025480         DISPLAY "ARRAYDEMO - NO ARRUOM CONVERSION TABLE - "
025490             "ONLY STOCKING-UNIT QUANTITIES WILL POST"
025500         GO TO 1420-LOAD-UOM-TABLE-EXIT
025510     END-IF.
025520     PERFORM 1430-READ-UOM-REC
025530         THRU 1430-READ-UOM-REC-EXIT
025540         UNTIL ARR-UOM-EOF
025550         OR ARR-UOM-COUNT = ARR-UOM-MAX-ENTRIES.
025560     IF NOT ARR-UOM-EOF
025570         DISPLAY "ARRAYDEMO - UOM TABLE FULL - REMAINING "
025580             "ARRUOM ROWS NOT LOADED"
025590     END-IF.
025600     CLOSE ARR-UOM-FILE.
025610 1420-LOAD-UOM-TABLE-EXIT.
025620     EXIT.
025630*
025640 1430-READ-UOM-REC.
025650     READ ARR-UOM-FILE
025660         AT END
025670             SET ARR-UOM-EOF TO TRUE
025680             GO TO 1430-READ-UOM-REC-EXIT
025690     END-READ.
025700     IF ARR-UOM-KEY NOT > ARR-UOM-PREV-KEY
025710         DISPLAY "ARRAYDEMO - ARRUOM ROW OUT OF SEQUENCE, "
025720             "SKIPPED: " ARR-UOM-KEY
025730         GO TO 1430-READ-UOM-REC-EXIT
025740     END-IF.
025750     IF ARR-UOM-FACTOR NOT NUMERIC
025760     OR ARR-UOM-FACTOR = 0
025770         DISPLAY "ARRAYDEMO - ARRUOM FACTOR NOT USABLE, "
025780             "SKIPPED: " ARR-UOM-KEY
025790         GO TO 1430-READ-UOM-REC-EXIT
025800     END-IF.
025810     ADD 1 TO ARR-UOM-COUNT.
025820     MOVE ARR-UOM-KEY TO ARR-UOM-TBL-KEY (ARR-UOM-COUNT)
025830                         ARR-UOM-PREV-KEY.
025840     MOVE ARR-UOM-FACTOR TO ARR-UOM-TBL-FACTOR (ARR-UOM-COUNT).
025850 1430-READ-UOM-REC-EXIT.
025860     EXIT.
025870*
025880*===============================================================
025890* 1500-LOAD-IN-TRANSIT  -  LOAD THE ARRINTR OPEN IN-TRANSIT
025900*     POSITIONS INTO ARR-INTR-TABLE.  LOADED IN EVERY RUN MODE,
025910*     NOT JUST MODE "M" - THE ARRRPT IN-TRANSIT LINE AND AGING
025920*     SECTION MUST SHOW ON EVERY RUN - BUT ONLY A MODE-M RUN
025930*     PROCESSES ARRXFER AND REWRITES THE FILE.  A MISSING
025940*     ARRINTR JUST MEANS NOTHING IS ON THE ROAD.
025950*===============================================================
025960 1500-LOAD-IN-TRANSIT.
025970     MOVE 0 TO ARR-INTR-COUNT.
025980     OPEN INPUT ARR-INTR-FILE.
025990     IF ARR-INTR-NOT-FOUND
026000         GO TO 1500-LOAD-IN-TRANSIT-EXIT
026010     END-IF.
026020     PERFORM 1510-READ-INTR-REC
026030         THRU 1510-READ-INTR-REC-EXIT
026040         UNTIL ARR-INTR-EOF
026050         OR ARR-INTR-COUNT = ARR-INTR-MAX-ENTRIES.
026060     IF NOT ARR-INTR-EOF
026070         DISPLAY "ARRAYDEMO - IN-TRANSIT TABLE FULL - "
026080             "REMAINING ARRINTR POSITIONS NOT CARRIED"
026090     END-IF.
026100     CLOSE ARR-INTR-FILE.
026110 1500-LOAD-IN-TRANSIT-EXIT.
026120     EXIT.
026130*
026140 1510-READ-INTR-REC.
026150     READ ARR-INTR-FILE
026160         AT END
026170             SET ARR-INTR-EOF TO TRUE
026180             GO TO 1510-READ-INTR-REC-EXIT
026190     END-READ.
026200     ADD 1 TO ARR-INTR-COUNT.
026210     MOVE ARR-INTR-DOC-NO
026220         TO ARR-INTR-TBL-DOC (ARR-INTR-COUNT).
026230     MOVE ARR-INTR-FROM-KEY
026240         TO ARR-INTR-TBL-FROM (ARR-INTR-COUNT).
026250     MOVE ARR-INTR-TO-KEY
026260         TO ARR-INTR-TBL-TO (ARR-INTR-COUNT).
026270     MOVE ARR-INTR-QTY
026280         TO ARR-INTR-TBL-QTY (ARR-INTR-COUNT).
026290     MOVE ARR-INTR-SENT-DATE
026300         TO ARR-INTR-TBL-DATE (ARR-INTR-COUNT).
026310     MOVE "O" TO ARR-INTR-TBL-OPEN-SW (ARR-INTR-COUNT).
026320     MOVE ARR-INTR-LOT-NO
026330         TO ARR-INTR-TBL-LOT (ARR-INTR-COUNT).
026340     IF ARR-INTR-EXP-DATE NUMERIC
026350         MOVE ARR-INTR-EXP-DATE
026360             TO ARR-INTR-TBL-EXP (ARR-INTR-COUNT)
026370     ELSE
026380         MOVE ARR-LOT-NO-EXPIRY
026390             TO ARR-INTR-TBL-EXP (ARR-INTR-COUNT)
026400     END-IF.
026410 1510-READ-INTR-REC-EXIT.
026420     EXIT.
026430*
026440*===============================================================
026450* 1600-CHECK-CALENDAR  -  LOOK TODAY UP ON THE ARRCAL
026460*     PROCESSING CALENDAR.  A DATE WITH NO ROW (OR NO CALENDAR
026470*     AT ALL) ALLOWS EVERY MODE; A ROW LISTS THE MODE LETTERS
026480*     ALLOWED THAT DAY, AND A RUN IN ANY OTHER MODE IS BLOCKED
026490*     BEFORE IT TOUCHES THE BOOK.
026500*===============================================================
026510 1600-CHECK-CALENDAR.
026520     OPEN INPUT ARR-CAL-FILE.
026530     IF ARR-CAL-STATUS NOT = "00"
026540         GO TO 1600-CHECK-CALENDAR-EXIT
026550     END-IF.
026560     PERFORM 1610-READ-CAL-REC
026570         THRU 1610-READ-CAL-REC-EXIT
026580         UNTIL ARR-CAL-EOF
026590         OR ARR-RUN-BLOCKED.
026600     CLOSE ARR-CAL-FILE.
026610 1600-CHECK-CALENDAR-EXIT.
026620     EXIT.
026630*
026640 1610-READ-CAL-REC.
026650     READ ARR-CAL-FILE
026660         AT END
026670             SET ARR-CAL-EOF TO TRUE
026680             GO TO 1610-READ-CAL-REC-EXIT
026690     END-READ.
026700     IF ARR-CAL-DATE NOT NUMERIC
026710         OR ARR-CAL-DATE NOT = ARR-RUN-DATE
026720         GO TO 1610-READ-CAL-REC-EXIT
026730     END-IF.
026740     SET ARR-CAL-ALLOWED-SW TO "N".
026750     PERFORM 1620-CHECK-ONE-MODE
026760         THRU 1620-CHECK-ONE-MODE-EXIT
026770         VARYING ARR-CAL-MODE-SUB FROM 1 BY 1
026780         UNTIL ARR-CAL-MODE-SUB > 4
026790         OR ARR-CAL-MODE-ALLOWED.
026800     IF NOT ARR-CAL-MODE-ALLOWED
026810         DISPLAY "ARRAYDEMO - PROCESSING CALENDAR FORBIDS "
026820             "MODE " ARR-RUN-MODE-SW " ON " ARR-RUN-DATE
026830             " - RUN REFUSED"
026840         SET ARR-RUN-BLOCKED TO TRUE
026850     END-IF.
026860     SET ARR-CAL-EOF TO TRUE.
026870 1610-READ-CAL-REC-EXIT.
026880     EXIT.
026890*
026900 1620-CHECK-ONE-MODE.
026910     IF ARR-CAL-MODE-CH (ARR-CAL-MODE-SUB) = ARR-RUN-MODE-SW
026920         SET ARR-CAL-MODE-ALLOWED TO TRUE
026930     END-IF.
026940 1620-CHECK-ONE-MODE-EXIT.
026950     EXIT.
026960*
026970*===============================================================
026980* 1700-LOAD-PRIOR-BATCHES  -  READ THE CUMULATIVE ARRRLOG RUN
026990*     LOG AND TABLE THE BATCH IDENTIFIER OF EVERY RUN THAT
027000*     ACTUALLY POSTED (RC BETTER THAN 8).  A FULL TABLE STOPS
027010*     COLLECTING WITH A CONSOLE NOTE - ARCHIVE THE RUN LOG
027020*     BEFORE THAT DAY COMES.
027030*===============================================================
027040 1700-LOAD-PRIOR-BATCHES.
027050     MOVE 0 TO ARR-BATCH-COUNT.
027060     OPEN INPUT ARR-RLOG-FILE.
027070     IF ARR-RLOG-STATUS NOT = "00"
027080         GO TO 1700-LOAD-PRIOR-BATCHES-EXIT
027090     END-IF.
027100     PERFORM 1710-READ-RLOG-REC
027110         THRU 1710-READ-RLOG-REC-EXIT
027120         UNTIL ARR-RLOG-EOF.
027130     CLOSE ARR-RLOG-FILE.
027140 1700-LOAD-PRIOR-BATCHES-EXIT.
027150     EXIT.
027160*
027170 1710-READ-RLOG-REC.
027180     READ ARR-RLOG-FILE
027190         AT END
027200             SET ARR-RLOG-EOF TO TRUE
027210             GO TO 1710-READ-RLOG-REC-EXIT
027220     END-READ.
027230     IF ARR-RLOG-BATCH-ID = SPACES
027240         OR ARR-RLOG-BATCH-ID = LOW-VALUES
027250         GO TO 1710-READ-RLOG-REC-EXIT
027260     END-IF.
027270     IF ARR-RLOG-RC NUMERIC
027280         AND ARR-RLOG-RC NOT < 8
027290         GO TO 1710-READ-RLOG-REC-EXIT
027300     END-IF.
027310     IF ARR-BATCH-COUNT < ARR-BATCH-MAX-ENTRIES
027320         ADD 1 TO ARR-BATCH-COUNT
027330         MOVE ARR-RLOG-BATCH-ID
027340             TO ARR-BATCH-PRIOR-ID (ARR-BATCH-COUNT)
027350         GO TO 1710-READ-RLOG-REC-EXIT
027360     END-IF.
027370*    FULL TABLE - WRAP OVER THE OLDEST ENTRY SO THE GUARD
027380*    ALWAYS HOLDS THE MOST RECENT BATCHES, WHICH ARE EXACTLY
027390*    THE ONES A RERUN COULD DUPLICATE.  NOTED ONCE PER RUN -
027400*    ARCHIVE ARRRLOG BEFORE THIS BECOMES ROUTINE.
027410     IF NOT ARR-BATCH-WRAPPED
027420         DISPLAY "ARRAYDEMO - PRIOR BATCH TABLE FULL - "
027430             "OLDEST BATCH IDS DROPPED - ARCHIVE ARRRLOG"
027440         SET ARR-BATCH-WRAPPED TO TRUE
027450     END-IF.
027460     ADD 1 TO ARR-BATCH-WRAP-SUB.
027470     IF ARR-BATCH-WRAP-SUB > ARR-BATCH-MAX-ENTRIES
027480         MOVE 1 TO ARR-BATCH-WRAP-SUB
027490     END-IF.
027500     MOVE ARR-RLOG-BATCH-ID
027510         TO ARR-BATCH-PRIOR-ID (ARR-BATCH-WRAP-SUB).
027520 1710-READ-RLOG-REC-EXIT.
027530     EXIT.
027540*
027550*===============================================================
027560* 1800-CHECK-POSTING-BATCH  -  RUN MODES "M" AND "C" ONLY.
027570*     PEEK THE FIRST TRANSACTION RECORD FOR ITS BATCH
027580*     IDENTIFIER - THE FIRST RECORD'S BATCH GOVERNS THE
027590*     DELIVERY - AND REFUSE THE RUN HERE, BEFORE 2600 APPLIES
027600*     AND AUDITS ANY QUEUED CORRECTIONS, IF AN EARLIER RUN
027610*     ALREADY POSTED IT.  THE FILE IS CLOSED AGAIN AND REREAD
027620*     IN FULL BY THE NORMAL PROCESSING PASS.  THE MODE-L CHECK
027630*     LIVES IN 2000-LOAD-ARRAY, WHERE THE HEADER IS READ.
027640*===============================================================
027650 1800-CHECK-POSTING-BATCH.
027660     IF ARR-RUN-MODE-MOVE
027670         PERFORM 1810-PEEK-MOVE-BATCH
027680             THRU 1810-PEEK-MOVE-BATCH-EXIT
027690     END-IF.
027700     IF ARR-RUN-MODE-CYCLE
027710         PERFORM 1820-PEEK-CYCT-BATCH
027720             THRU 1820-PEEK-CYCT-BATCH-EXIT
027730     END-IF.
027740     IF ARR-DUP-BATCH
027750         DISPLAY "ARRAYDEMO - BATCH " ARR-RUN-BATCH-ID
027760             " ALREADY POSTED - RUN REFUSED"
027770     END-IF.
027780 1800-CHECK-POSTING-BATCH-EXIT.
027790     EXIT.
027800*
027810 1810-PEEK-MOVE-BATCH.
027820     OPEN INPUT ARR-MOVE-FILE.
027830     IF ARR-MOVE-STATUS NOT = "00"
027840         GO TO 1810-PEEK-MOVE-BATCH-EXIT
027850     END-IF.
027860     READ ARR-MOVE-FILE INTO ARR-MOVE-REC
027870         AT END
027880             GO TO 1810-PEEK-MOVE-BATCH-WRAP
027890     END-READ.
027900     IF ARR-MOVE-BATCH-ID NOT = SPACES
027910         MOVE ARR-MOVE-BATCH-ID TO ARR-RUN-BATCH-ID
027920         PERFORM 8300-CHECK-DUP-BATCH
027930             THRU 8300-CHECK-DUP-BATCH-EXIT
027940     END-IF.
027950 1810-PEEK-MOVE-BATCH-WRAP.
027960     CLOSE ARR-MOVE-FILE.
027970 1810-PEEK-MOVE-BATCH-EXIT.
027980     EXIT.
027990*
028000 1820-PEEK-CYCT-BATCH.
028010     OPEN INPUT ARR-CYCT-FILE.
028020     IF ARR-CYCT-STATUS NOT = "00"
028030         GO TO 1820-PEEK-CYCT-BATCH-EXIT
028040     END-IF.
028050     READ ARR-CYCT-FILE
028060         AT END
028070             GO TO 1820-PEEK-CYCT-BATCH-WRAP
028080     END-READ.
028090     IF ARR-CYCT-BATCH-ID NOT = SPACES
028100         MOVE ARR-CYCT-BATCH-ID TO ARR-RUN-BATCH-ID
028110         PERFORM 8300-CHECK-DUP-BATCH
028120             THRU 8300-CHECK-DUP-BATCH-EXIT
028130     END-IF.
028140 1820-PEEK-CYCT-BATCH-WRAP.
028150     CLOSE ARR-CYCT-FILE.
028160 1820-PEEK-CYCT-BATCH-EXIT.
028170     EXIT.
028180*
028190*===============================================================
028200* 1900-LOAD-SUSPENSE  -  RUN MODES "L" AND "M" ONLY.  COPY THE
028210*     ARRSUSP SUSPENSE FILE TO THE ARRSUSPO CARRY-FORWARD AND
028220*     PULL OUT THE ITEMS RELEASED FOR THIS KIND OF RUN - ARRIN
028230*     DETAILS ON A LOAD, MOVEMENTS AND TRANSFERS ON A MODE-M
028240*     RUN - ONTO THE REPLAY TABLE, RESTAMPING THEM "P" ON THE
028250*     CARRY-FORWARD.  A REPLAYED ITEM THAT FAILS AGAIN IS
028260*     WRITTEN BACK AS A NEW OPEN ITEM BY 2250-WRITE-SUSPENSE, SO
028270*     NOTHING IS LOST EITHER WAY; AND AN RC=8 RUN'S CARRY-
028280*     FORWARD IS SCRATCHED, NOT PROMOTED, LEAVING THE ITEMS
028290*     RELEASED FOR THE RERUN.  ARRSUSPO IS WRITTEN EVEN WHEN
028300*     THERE IS NO ARRSUSP YET, SO THE CLEANUP STEP ALWAYS HAS A
028310*     FILE TO PROMOTE - THE SAME RULE AS ARRCORRO.  CLOSED IN
028320*     9000-TERMINATE.
028330*===============================================================
028340 1900-LOAD-SUSPENSE.
028350     MOVE 0 TO ARR-SREL-COUNT.
028360     IF NOT ARR-RUN-MODE-LOAD
028370         AND NOT ARR-RUN-MODE-MOVE
028380         GO TO 1900-LOAD-SUSPENSE-EXIT
028390     END-IF.
028400     IF ARR-RUN-BLOCKED
028410         OR ARR-DUP-BATCH
028420         GO TO 1900-LOAD-SUSPENSE-EXIT
028430     END-IF.
028440     OPEN OUTPUT ARR-SUSP-OUT-FILE.
028450     SET ARR-SUSPO-OPEN TO TRUE.
028460     OPEN INPUT ARR-SUSP-FILE.
028470     IF ARR-SUSP-NOT-FOUND
028480         GO TO 1900-LOAD-SUSPENSE-EXIT
028490     END-IF.
028500     PERFORM 1910-READ-SUSP-REC
028510         THRU 1910-READ-SUSP-REC-EXIT
028520         UNTIL ARR-SUSP-EOF.
028530     CLOSE ARR-SUSP-FILE.
028540     IF ARR-SREL-COUNT > 0
028550         DISPLAY "ARRAYDEMO - " ARR-SREL-COUNT
028560             " RELEASED SUSPENSE ITEM(S) TO REPLAY THIS RUN"
028570     END-IF.
028580 1900-LOAD-SUSPENSE-EXIT.
028590     EXIT.
028600*
028610 1910-READ-SUSP-REC.
028620     READ ARR-SUSP-FILE
028630         AT END
028640             SET ARR-SUSP-EOF TO TRUE
028650             GO TO 1910-READ-SUSP-REC-EXIT
028660     END-READ.
028670     IF NOT ARR-SUSP-RELEASED
028680         GO TO 1910-READ-SUSP-REC-WRAP
028690     END-IF.
028700     IF ARR-SUSP-FROM-LOAD
028710         AND NOT ARR-RUN-MODE-LOAD
028720         GO TO 1910-READ-SUSP-REC-WRAP
028730     END-IF.
028740     IF NOT ARR-SUSP-FROM-LOAD
028750         AND NOT ARR-RUN-MODE-MOVE
028760         GO TO 1910-READ-SUSP-REC-WRAP
028770     END-IF.
028780     IF ARR-SREL-COUNT = ARR-SREL-MAX-ENTRIES
028790         DISPLAY "ARRAYDEMO - SUSPENSE REPLAY TABLE FULL - "
028800             "ITEM LEFT RELEASED FOR THE NEXT RUN"
028810         GO TO 1910-READ-SUSP-REC-WRAP
028820     END-IF.
028830     ADD 1 TO ARR-SREL-COUNT.
028840     MOVE ARR-SUSP-SOURCE     TO ARR-SREL-SOURCE (ARR-SREL-COUNT).
028850     MOVE ARR-SUSP-BATCH-ID   TO ARR-SREL-BATCH (ARR-SREL-COUNT).
028860     MOVE ARR-SUSP-FIRST-DATE TO ARR-SREL-FIRST (ARR-SREL-COUNT).
028870     MOVE ARR-SUSP-IMAGE      TO ARR-SREL-IMAGE (ARR-SREL-COUNT).
028880     MOVE "P"                 TO ARR-SUSP-STAT.
028890     MOVE ARR-RUN-DATE        TO ARR-SUSP-ACT-DATE.
028900 1910-READ-SUSP-REC-WRAP.
028910     WRITE ARR-SUSP-OUT-REC FROM ARR-SUSP-REC.
028920 1910-READ-SUSP-REC-EXIT.
028930     EXIT.
028940*
028950*===============================================================
028960* 1950-LOAD-LOTS  -  LOAD THE ARRLOT LOT ON-HAND FILE INTO
028970*     ARR-LOT-TABLE.  LOADED IN EVERY RUN MODE - EVERY MODE CAN
028980*     MOVE ELEM, AND 7300-SAVE-LOTS BALANCES THE LOTS BACK TO IT
028990*     BEFORE CARRYING THEM FORWARD.  A MISSING ARRLOT JUST MEANS
029000*     NO LOT HAS BEEN RECORDED YET - EVERY BIN STARTS WITH ITS
029010*     WHOLE ELEM UNLOTTED.
029020*===============================================================
029030 1950-LOAD-LOTS.
029040     MOVE 0 TO ARR-LOT-COUNT.
029050     OPEN INPUT ARR-LOT-FILE.
029060     IF ARR-LOT-NOT-FOUND
029070         DISPLAY "ARRAYDEMO - NO ARRLOT LOT FILE - EVERY BIN "
029080             "STARTS UNLOTTED"
029090         GO TO 1950-LOAD-LOTS-EXIT
029100     END-IF.
029110     PERFORM 1960-READ-LOT-REC
029120         THRU 1960-READ-LOT-REC-EXIT
029130         UNTIL ARR-LOT-EOF
029140         OR ARR-LOT-COUNT = ARR-LOT-MAX-ENTRIES.
029150     IF NOT ARR-LOT-EOF
029160         DISPLAY "ARRAYDEMO - LOT TABLE FULL - ARRLOT NOT "
029170             "LOADED WHOLE - RUN REFUSED"
029180         SET ARR-TABLE-FULL TO TRUE
029190     END-IF.
029200     CLOSE ARR-LOT-FILE.
029210 1950-LOAD-LOTS-EXIT.
029220     EXIT.
029230*
029240 1960-READ-LOT-REC.
029250     READ ARR-LOT-FILE
029260         AT END
029270             SET ARR-LOT-EOF TO TRUE
029280             GO TO 1960-READ-LOT-REC-EXIT
029290     END-READ.
029300     IF ARR-LOT-QTY NOT NUMERIC
029310         DISPLAY "ARRAYDEMO - ARRLOT QUANTITY NOT NUMERIC, "
029320             "SKIPPED: " ARR-LOT-BIN-KEY " " ARR-LOT-NO
029330         GO TO 1960-READ-LOT-REC-EXIT
029340     END-IF.
029350     IF ARR-LOT-QTY = 0
029360         GO TO 1960-READ-LOT-REC-EXIT
029370     END-IF.
029380     ADD 1 TO ARR-LOT-COUNT.
029390     MOVE ARR-LOT-BIN-KEY   TO ARR-LOT-TBL-KEY (ARR-LOT-COUNT).
029400     MOVE ARR-LOT-NO        TO ARR-LOT-TBL-NO (ARR-LOT-COUNT).
029410     MOVE ARR-LOT-QTY       TO ARR-LOT-TBL-QTY (ARR-LOT-COUNT).
029420     IF ARR-LOT-EXP-DATE NUMERIC
029430         MOVE ARR-LOT-EXP-DATE
029440             TO ARR-LOT-TBL-EXP (ARR-LOT-COUNT)
029450     ELSE
029460         MOVE ARR-LOT-NO-EXPIRY
029470             TO ARR-LOT-TBL-EXP (ARR-LOT-COUNT)
029480     END-IF.
029490     IF ARR-LOT-RECV-DATE NUMERIC
029500         MOVE ARR-LOT-RECV-DATE
029510             TO ARR-LOT-TBL-RECV (ARR-LOT-COUNT)
029520     ELSE
029530         MOVE 0 TO ARR-LOT-TBL-RECV (ARR-LOT-COUNT)
029540     END-IF.
029550 1960-READ-LOT-REC-EXIT.
029560     EXIT.
029570*
029580*===============================================================
029590* 1970-LOAD-RESERVATIONS  -  LOAD THE ARRRESV RESERVATION FILE
029600*     INTO ARR-RESV-TABLE.  LOADED IN EVERY RUN MODE FOR THE
029610*     ARRRPT RESERVED AND AVAILABLE COLUMNS.  A MISSING ARRRESV
029620*     JUST MEANS NOTHING HAS BEEN ALLOCATED YET.
029630*===============================================================
029640 1970-LOAD-RESERVATIONS.
029650     MOVE 0 TO ARR-RESV-COUNT.
029660     OPEN INPUT ARR-RESV-FILE.
029670     IF ARR-RESV-NOT-FOUND
029680         GO TO 1970-LOAD-RESERVATIONS-EXIT
029690     END-IF.
029700     PERFORM 1980-READ-RESV-REC
029710         THRU 1980-READ-RESV-REC-EXIT
029720         UNTIL ARR-RESV-EOF
029730         OR ARR-RESV-COUNT = ARR-RESV-MAX-ENTRIES.
029740     IF NOT ARR-RESV-EOF
029750         DISPLAY "ARRAYDEMO - RESERVATION TABLE FULL - "
029760             "ARRRESV NOT LOADED WHOLE - RUN REFUSED"
029770         SET ARR-TABLE-FULL TO TRUE
029780     END-IF.
029790     CLOSE ARR-RESV-FILE.
029800 1970-LOAD-RESERVATIONS-EXIT.
029810     EXIT.
029820*
029830 1980-READ-RESV-REC.
029840     READ ARR-RESV-FILE
029850         AT END
029860             SET ARR-RESV-EOF TO TRUE
029870             GO TO 1980-READ-RESV-REC-EXIT
029880     END-READ.
029890     IF ARR-RESV-ORD-QTY NOT NUMERIC
029900         OR ARR-RESV-RSV-QTY NOT NUMERIC
029910         OR ARR-RESV-ISS-QTY NOT NUMERIC
029920         DISPLAY "ARRAYDEMO - ARRRESV QUANTITY NOT NUMERIC, "
029930             "SKIPPED: " ARR-RESV-BIN-KEY " " ARR-RESV-ORDER-NO
029940         GO TO 1980-READ-RESV-REC-EXIT
029950     END-IF.
029960     ADD 1 TO ARR-RESV-COUNT.
029970     MOVE ARR-RESV-BIN-KEY
029980         TO ARR-RESV-TBL-KEY (ARR-RESV-COUNT).
029990     MOVE ARR-RESV-ORDER-NO
030000         TO ARR-RESV-TBL-ORDER (ARR-RESV-COUNT).
030010     MOVE ARR-RESV-ORD-QTY
030020         TO ARR-RESV-TBL-ORD-QTY (ARR-RESV-COUNT).
030030     MOVE ARR-RESV-RSV-QTY
030040         TO ARR-RESV-TBL-RSV-QTY (ARR-RESV-COUNT).
030050     MOVE ARR-RESV-ISS-QTY
030060         TO ARR-RESV-TBL-ISS-QTY (ARR-RESV-COUNT).
030070     MOVE ARR-RESV-DUE-DATE
030080         TO ARR-RESV-TBL-DUE (ARR-RESV-COUNT).
030090     MOVE ARR-RESV-STAT
030100         TO ARR-RESV-TBL-STAT (ARR-RESV-COUNT).
030110     MOVE ARR-RESV-ENTRY-DATE
030120         TO ARR-RESV-TBL-ENTRY-DT (ARR-RESV-COUNT).
030130     MOVE ARR-RESV-LAST-DATE
030140         TO ARR-RESV-TBL-LAST (ARR-RESV-COUNT).
030150 1980-READ-RESV-REC-EXIT.
030160     EXIT.
030170*
030180*===============================================================
030190* 1985-LOAD-PO-LINES  -  RUN MODE "M" ONLY.  LOAD THE ARRPO OPEN
030200*     PURCHASE ORDER FILE INTO ARR-PO-TABLE.  WITH NO ARRPO
030210*     EVERY PO RECEIPT IS HELD AS AN UNKNOWN LINE.
030220*===============================================================
030230 1985-LOAD-PO-LINES.
030240     MOVE 0 TO ARR-PO-COUNT.
030250     OPEN INPUT ARR-PO-FILE.
030260     IF ARR-PO-NOT-FOUND
030270         DISPLAY "ARRAYDEMO - NO ARRPO PURCHASE ORDER FILE - "
030280             "PO RECEIPTS WILL BE HELD"
030290         GO TO 1985-LOAD-PO-LINES-EXIT
030300     END-IF.
030310     PERFORM 1990-READ-PO-REC
030320         THRU 1990-READ-PO-REC-EXIT
030330         UNTIL ARR-PO-EOF
030340         OR ARR-PO-COUNT = ARR-PO-MAX-ENTRIES.
030350     IF NOT ARR-PO-EOF
030360         DISPLAY "ARRAYDEMO - PURCHASE ORDER TABLE FULL - "
030370             "ARRPO NOT LOADED WHOLE - RUN REFUSED"
030380         SET ARR-TABLE-FULL TO TRUE
030390     END-IF.
030400     CLOSE ARR-PO-FILE.
030410 1985-LOAD-PO-LINES-EXIT.
030420     EXIT.
030430*
030440 1990-READ-PO-REC.
030450     READ ARR-PO-FILE
030460         AT END
030470             SET ARR-PO-EOF TO TRUE
030480             GO TO 1990-READ-PO-REC-EXIT
030490     END-READ.
030500     IF ARR-PO-ORD-QTY NOT NUMERIC
030510         OR ARR-PO-RCV-QTY NOT NUMERIC
030520         DISPLAY "ARRAYDEMO - ARRPO QUANTITY NOT NUMERIC, "
030530             "SKIPPED: " ARR-PO-ID
030540         GO TO 1990-READ-PO-REC-EXIT
030550     END-IF.
030560     ADD 1 TO ARR-PO-COUNT.
030570     MOVE ARR-PO-ID       TO ARR-PO-TBL-ID (ARR-PO-COUNT).
030580     MOVE ARR-PO-BIN-KEY  TO ARR-PO-TBL-KEY (ARR-PO-COUNT).
030590     MOVE ARR-PO-ORD-QTY  TO ARR-PO-TBL-ORD-QTY (ARR-PO-COUNT).
030600     MOVE ARR-PO-RCV-QTY  TO ARR-PO-TBL-RCV-QTY (ARR-PO-COUNT).
030610     MOVE ARR-PO-PROM-DATE TO ARR-PO-TBL-PROM (ARR-PO-COUNT).
030620     MOVE ARR-PO-STAT     TO ARR-PO-TBL-STAT (ARR-PO-COUNT).
030630     MOVE ARR-PO-TOL-PCT  TO ARR-PO-TBL-TOL (ARR-PO-COUNT).
030640     MOVE ARR-PO-LAST-RCV TO ARR-PO-TBL-LAST (ARR-PO-COUNT).
030650 1990-READ-PO-REC-EXIT.
030660     EXIT.
030670*
030680*===============================================================
030690* 1995-LOAD-ABC-CLASSES  -  RUN MODE "C" ONLY.  LOAD THE ARRABCF
030700*     ABC CLASS FILE INTO ARR-ABC-TABLE.  WITH NO ARRABCF THE
030710*     COUNTS ARE COMPARED AS ALWAYS BUT NO COUNT DATE IS KEPT.
030720*===============================================================
030730 1995-LOAD-ABC-CLASSES.
030740     MOVE 0 TO ARR-ABC-COUNT.
030750     OPEN INPUT ARR-ABC-FILE.
030760     IF ARR-ABC-NOT-FOUND
030770         DISPLAY "ARRAYDEMO - NO ARRABCF CLASS FILE - COUNT "
030780             "DATES WILL NOT BE KEPT"
030790         GO TO 1995-LOAD-ABC-CLASSES-EXIT
030800     END-IF.
030810     PERFORM 1996-READ-ABC-REC
030820         THRU 1996-READ-ABC-REC-EXIT
030830         UNTIL ARR-ABC-EOF
030840         OR ARR-ABC-COUNT = ARR-ABC-MAX-ENTRIES.
030850     IF NOT ARR-ABC-EOF
030860         DISPLAY "ARRAYDEMO - ABC CLASS TABLE FULL - "
030870             "ARRABCF NOT LOADED WHOLE - RUN REFUSED"
030880         SET ARR-TABLE-FULL TO TRUE
030890     END-IF.
030900     CLOSE ARR-ABC-FILE.
030910 1995-LOAD-ABC-CLASSES-EXIT.
030920     EXIT.
030930*
030940 1996-READ-ABC-REC.
030950     READ ARR-ABC-FILE
030960         AT END
030970             SET ARR-ABC-EOF TO TRUE
030980             GO TO 1996-READ-ABC-REC-EXIT
030990     END-READ.
031000     ADD 1 TO ARR-ABC-COUNT.
031010     MOVE ARR-ABC-BIN-KEY  TO ARR-ABC-TBL-KEY (ARR-ABC-COUNT).
031020     MOVE ARR-ABC-CLASS-DATA
031030         TO ARR-ABC-TBL-CLASS-DATA (ARR-ABC-COUNT).
031040     MOVE 0 TO ARR-ABC-TBL-LAST-CNT (ARR-ABC-COUNT).
031050     IF ARR-ABC-LAST-CNT NUMERIC
031060         MOVE ARR-ABC-LAST-CNT
031070             TO ARR-ABC-TBL-LAST-CNT (ARR-ABC-COUNT)
031080     END-IF.
031090     MOVE ARR-ABC-SCHED-DATA
031100         TO ARR-ABC-TBL-SCHED-DATA (ARR-ABC-COUNT).
031110 1996-READ-ABC-REC-EXIT.
031120     EXIT.
031130*
031140*===============================================================
031150* 2000-LOAD-ARRAY  -  READ THE HEADER RECORD TO SIZE THE ARRAY,
031160*     THEN READ ONE DETAIL RECORD PER ELEM ENTRY.
031170*===============================================================
031180 2000-LOAD-ARRAY.
031190     MOVE 0 TO ARR-ELEM-COUNT.
031200     MOVE ARR-MAX-ELEMS TO ARR-EFFECTIVE-MAX.
031210     IF ARR-RUN-MAX-SIZE > 0
031220         AND ARR-RUN-MAX-SIZE < ARR-EFFECTIVE-MAX
031230         MOVE ARR-RUN-MAX-SIZE TO ARR-EFFECTIVE-MAX
031240     END-IF.
031250     READ ARR-INPUT-FILE INTO ARR-INPUT-HEADER-REC
031260         AT END
031270*            AN EMPTY ARRIN IS A MISSING HEADER, NOT A CLEAN
031280*            ZERO-ELEMENT RUN - IT MUST GRADE RC=8, PRODUCE NO
031290*            EXTRACT, AND CARRY THE PRIOR SNAPSHOT FORWARD THE
031300*            SAME AS A FILE WHOSE FIRST RECORD IS NOT AN "H".
031310             DISPLAY "ARRAYDEMO - EMPTY ARRIN - NO HEADER RECORD"
031320             SET ARR-HDR-MISSING TO TRUE
031330             SET ARR-EOF TO TRUE
031340             GO TO 2000-LOAD-ARRAY-EXIT
031350     END-READ.
031360     IF NOT ARR-IN-IS-HEADER
031370         DISPLAY "ARRAYDEMO - MISSING HEADER RECORD ON ARRIN"
031380         SET ARR-HDR-MISSING TO TRUE
031390         GO TO 2000-LOAD-ARRAY-EXIT
031400     END-IF.
031410*    THE BATCH CHECK COMES BEFORE THE ELEMENT COUNT IS TAKEN
031420*    FROM THE HEADER, SO A REFUSED LOAD LEAVES ARR-ELEM-COUNT
031430*    AT ZERO AND THE REST OF THE RUN SEES AN EMPTY ARRAY, THE
031440*    SAME AS THE ZERO-COUNT-HEADER PATH.
031450     IF ARR-IN-BATCH-ID NOT = SPACES
031460         MOVE ARR-IN-BATCH-ID TO ARR-RUN-BATCH-ID
031470         PERFORM 8300-CHECK-DUP-BATCH
031480             THRU 8300-CHECK-DUP-BATCH-EXIT
031490         IF ARR-DUP-BATCH
031500             DISPLAY "ARRAYDEMO - ARRIN BATCH "
031510                 ARR-RUN-BATCH-ID
031520                 " ALREADY POSTED - LOAD REFUSED"
031530             GO TO 2000-LOAD-ARRAY-EXIT
031540         END-IF
031550     END-IF.
031560     MOVE ARR-IN-ELEM-COUNT TO ARR-ELEM-COUNT.
031570     IF ARR-ELEM-COUNT > ARR-EFFECTIVE-MAX
031580         DISPLAY "ARRAYDEMO - ELEM COUNT " ARR-ELEM-COUNT
031590             " EXCEEDS THIS RUN'S LIMIT OF " ARR-EFFECTIVE-MAX
031600         SET ARR-LOAD-TRUNCATED TO TRUE
031610         MOVE ARR-EFFECTIVE-MAX TO ARR-ELEM-COUNT
031620     END-IF.
031630     IF ARR-ELEM-COUNT = 0
031640         DISPLAY "ARRAYDEMO - ARRIN HEADER CARRIES A ZERO "
031650             "ELEMENT COUNT - NOTHING LOADED"
031660         SET ARR-ZERO-LOAD TO TRUE
031670         GO TO 2000-LOAD-ARRAY-EXIT
031680     END-IF.
031690     PERFORM 2050-INIT-RESTART
031700         THRU 2050-INIT-RESTART-EXIT.
031710     PERFORM 2100-LOAD-DETAIL
031720         THRU 2100-LOAD-DETAIL-EXIT
031730         VARYING ARR-IDX FROM ARR-START-SUB BY 1
031740         UNTIL ARR-IDX > ARR-ELEM-COUNT
031750         OR ARR-EOF.
031760     PERFORM 2150-COMPACT-TABLE
031770         THRU 2150-COMPACT-TABLE-EXIT.
031780     PERFORM 2170-REPLAY-RELEASED-DTLS
031790         THRU 2170-REPLAY-RELEASED-DTLS-EXIT.
031800 2000-LOAD-ARRAY-EXIT.
031810     EXIT.
031820*
031830*===============================================================
031840* 2150-COMPACT-TABLE  -  A DETAIL RECORD REJECTED BY 2100-LOAD-
031850*     DETAIL LEAVES ITS SUBSCRIPT AT THE OCCURS DEFAULT (SPACES/
031860*     ZERO) INSTEAD OF A LOADED BIN CODE, SINCE THE REJECTED
031870*     RECORD GOES TO ARREXC RATHER THAN INTO THE ARRAY.  SLIDE
031880*     THE REMAINING, ACTUALLY-LOADED ENTRIES DOWN OVER THOSE
031890*     GAPS AND SHRINK ARR-ELEM-COUNT TO THE TRUE NUMBER LOADED,
031900*     SO THE TABLE STAYS IN ASCENDING BIN CODE SEQUENCE FOR THE
031910*     SEARCH ALL LOOKUP AND NO PHANTOM ENTRY REACHES ARRRPT,
031920*     ARRSNAP OR THE VARIANCE SECTION.  A REAL BIN CODE READ
031930*     FROM ARRIN IS NEVER SPACES, SO A BLANK ARR-BIN-CODE
031940*     RELIABLY MARKS A GAP LEFT BY A REJECTED RECORD.  ALWAYS
031950*     PERFORMED, NOT JUST WHEN THIS RUN'S OWN ARR-EXC-COUNT IS
031960*     NON-ZERO - A RESTARTED RUN CAN INHERIT A GAP FROM AN
031970*     EARLIER, INCOMPLETE RUN'S REJECT VIA ARRCKPT WITHOUT
031980*     REJECTING ANYTHING ITSELF, AND A TABLE WITH NO GAPS AT
031990*     ALL COMPACTS DOWN TO ITSELF AT NEGLIGIBLE COST.
032000*===============================================================
032010 2150-COMPACT-TABLE.
032020     MOVE 1 TO ARR-COMPACT-WRITE.
032030     PERFORM 2160-COMPACT-ONE-SLOT
032040         THRU 2160-COMPACT-ONE-SLOT-EXIT
032050         VARYING ARR-COMPACT-READ FROM 1 BY 1
032060         UNTIL ARR-COMPACT-READ > ARR-ELEM-COUNT.
032070     COMPUTE ARR-ELEM-COUNT = ARR-COMPACT-WRITE - 1.
032080 2150-COMPACT-TABLE-EXIT.
032090     EXIT.
032100*
032110 2160-COMPACT-ONE-SLOT.
032120     IF ARR-BIN-KEY (ARR-COMPACT-READ) NOT = SPACES
032130         IF ARR-COMPACT-WRITE NOT = ARR-COMPACT-READ
032140             MOVE ARR-BIN-KEY (ARR-COMPACT-READ)
032150                 TO ARR-BIN-KEY (ARR-COMPACT-WRITE)
032160             MOVE ELEM (ARR-COMPACT-READ)
032170                 TO ELEM (ARR-COMPACT-WRITE)
032180         END-IF
032190         ADD 1 TO ARR-COMPACT-WRITE
032200     END-IF.
032210 2160-COMPACT-ONE-SLOT-EXIT.
032220     EXIT.
032230*
032240*===============================================================
032250* 2170-REPLAY-RELEASED-DTLS  -  APPLY THE ARRIN DETAILS RELEASED
032260*     FROM SUSPENSE ONTO THE ARRAY JUST LOADED AND COMPACTED.
032270*     A RELEASED DETAIL IS NOT PART OF TONIGHT'S SEQUENCED FEED,
032280*     SO IT IS APPLIED BY KEY RATHER THAN BY SUBSCRIPT - IT IS
032290*     INSERTED IN KEY SEQUENCE WHEN THE BIN IS NOT ON THE ARRAY.
032300*     A DETAIL STATES THE BIN'S WHOLE POSITION, SO WHEN TONIGHT'S
032310*     FEED HAS ALREADY LOADED THE BIN THE RELEASED DETAIL IS
032320*     OLDER NEWS AND GOES BACK INTO SUSPENSE AS SUPERSEDED (L8)
032330*     RATHER THAN OVERWRITING IT.  IT PASSES THE SAME
032340*     RECORD-TYPE, BIN MASTER AND CAPACITY CHECKS AS A FRESH
032350*     DETAIL; ONE THAT FAILS GOES BACK INTO SUSPENSE.
032360*     REPLAYED DETAILS ARE NOT CHECKPOINTED - A RESTARTED LOAD
032370*     READS THEM BACK FROM ARRSUSP, SINCE THE FAILED RUN'S
032380*     CARRY-FORWARD WAS NEVER PROMOTED.
032390*===============================================================
032400 2170-REPLAY-RELEASED-DTLS.
032410     IF ARR-SREL-COUNT = 0
032420         GO TO 2170-REPLAY-RELEASED-DTLS-EXIT
032430     END-IF.
032440     SET ARR-SUSP-REPLAYING TO TRUE.
032450     MOVE 0 TO ARR-SREL-REPLAY-COUNT.
032460     PERFORM 2175-REPLAY-ONE-DETAIL
032470         THRU 2175-REPLAY-ONE-DETAIL-EXIT
032480         VARYING ARR-SREL-SUB FROM 1 BY 1
032490         UNTIL ARR-SREL-SUB > ARR-SREL-COUNT.
032500     MOVE "N" TO ARR-SUSP-REPLAY-SW.
032510     DISPLAY "ARRAYDEMO - RELEASED DETAILS REPLAYED: "
032520         ARR-SREL-REPLAY-COUNT.
032530 2170-REPLAY-RELEASED-DTLS-EXIT.
032540     EXIT.
032550*
032560 2175-REPLAY-ONE-DETAIL.
032570     IF ARR-SREL-SOURCE (ARR-SREL-SUB) NOT = "L"
032580         GO TO 2175-REPLAY-ONE-DETAIL-EXIT
032590     END-IF.
032600     ADD 1 TO ARR-SREL-REPLAY-COUNT.
032610     MOVE ARR-SREL-IMAGE (ARR-SREL-SUB) TO ARR-INPUT-DETAIL-REC.
032620     MOVE ARR-SREL-IMAGE (ARR-SREL-SUB) TO ARR-SUSP-IMAGE-WORK.
032630     MOVE ARR-SREL-BATCH (ARR-SREL-SUB) TO ARR-SUSP-BATCH-WORK.
032640     MOVE ARR-SREL-FIRST (ARR-SREL-SUB) TO ARR-SUSP-FIRST-WORK.
032650     PERFORM 2110-VALIDATE-DETAIL
032660         THRU 2110-VALIDATE-DETAIL-EXIT.
032670     IF NOT ARR-DTL-VALID
032680         GO TO 2175-REPLAY-ONE-DETAIL-EXIT
032690     END-IF.
032700     MOVE ARR-IN-BIN-KEY TO ARR-LOOKUP-KEY.
032710     PERFORM 8000-FIND-BIN-CODE
032720         THRU 8000-FIND-BIN-CODE-EXIT.
032730     IF ARR-LOOKUP-FOUND
032740         MOVE "SUPERSEDED BY A LATER LOAD OF THE BIN"
032750             TO ARR-EXC-DTL-RSN
032760         MOVE "L8" TO ARR-SUSP-RSN-WORK
032770         PERFORM 2200-WRITE-EXCEPTION
032780             THRU 2200-WRITE-EXCEPTION-EXIT
032790         GO TO 2175-REPLAY-ONE-DETAIL-EXIT
032800     END-IF.
032810     IF ARR-ELEM-COUNT NOT < ARR-EFFECTIVE-MAX
032820         MOVE "ARRAY FULL - RELEASED DETAIL NOT ADDED"
032830             TO ARR-EXC-DTL-RSN
032840         MOVE "L6" TO ARR-SUSP-RSN-WORK
032850         PERFORM 2200-WRITE-EXCEPTION
032860             THRU 2200-WRITE-EXCEPTION-EXIT
032870         GO TO 2175-REPLAY-ONE-DETAIL-EXIT
032880     END-IF.
032890     COMPUTE ARR-INS-SUB = ARR-ELEM-COUNT + 1.
032900     PERFORM 2180-FIND-INSERT-POINT
032910         THRU 2180-FIND-INSERT-POINT-EXIT
032920         VARYING ARR-SHIFT-SUB FROM ARR-ELEM-COUNT BY -1
032930         UNTIL ARR-SHIFT-SUB = 0.
032940     ADD 1 TO ARR-ELEM-COUNT.
032950     PERFORM 2185-SHIFT-ONE-UP
032960         THRU 2185-SHIFT-ONE-UP-EXIT
032970         VARYING ARR-SHIFT-SUB FROM ARR-ELEM-COUNT BY -1
032980         UNTIL ARR-SHIFT-SUB NOT > ARR-INS-SUB.
032990     SET ARR-IDX TO ARR-INS-SUB.
033000     MOVE ARR-IN-BIN-KEY TO ARR-BIN-KEY (ARR-IDX).
033010     MOVE 0 TO ARR-AUD-PRIOR-VAL.
033020     MOVE ARR-IN-BIN-VALUE TO ELEM (ARR-IDX).
033030     MOVE "L" TO ARR-AUD-SOURCE-CD.
033040     MOVE SPACES TO ARR-AUD-DOC-WORK.
033050     PERFORM 2300-WRITE-AUDIT-RECORD
033060         THRU 2300-WRITE-AUDIT-RECORD-EXIT.
033070 2175-REPLAY-ONE-DETAIL-EXIT.
033080     EXIT.
033090*
033100*    WALK DOWN FROM THE TOP OF THE ARRAY - EVERY ENTRY WHOSE KEY
033110*    IS HIGHER THAN THE NEW ONE MOVES THE INSERT POINT BELOW IT.
033120 2180-FIND-INSERT-POINT.
033130     IF ARR-BIN-KEY (ARR-SHIFT-SUB) > ARR-IN-BIN-KEY
033140         MOVE ARR-SHIFT-SUB TO ARR-INS-SUB
033150     END-IF.
033160 2180-FIND-INSERT-POINT-EXIT.
033170     EXIT.
033180*
033190 2185-SHIFT-ONE-UP.
033200     COMPUTE ARR-SHIFT-FROM = ARR-SHIFT-SUB - 1.
033210     MOVE ARR-DETAIL (ARR-SHIFT-FROM)
033220         TO ARR-DETAIL (ARR-SHIFT-SUB).
033230 2185-SHIFT-ONE-UP-EXIT.
033240     EXIT.
033250*
033260*===============================================================
033270* 2500-LOAD-FROM-SNAPSHOT  -  RECONCILIATION-ONLY MODE.  LOAD
033280*     THE ARRAY DIRECTLY FROM THE PRIOR ARRSNAP SNAPSHOT
033290*     ALREADY READ INTO ARR-PRIOR-TABLE, WITHOUT OPENING OR
033300*     READING ARRIN.
033310*===============================================================
033320 2500-LOAD-FROM-SNAPSHOT.
033330     MOVE ARR-PRIOR-COUNT TO ARR-ELEM-COUNT.
033340     IF ARR-ELEM-COUNT = 0
033350         GO TO 2500-LOAD-FROM-SNAPSHOT-EXIT
033360     END-IF.
033370     PERFORM 2510-COPY-PRIOR-ELEM
033380         THRU 2510-COPY-PRIOR-ELEM-EXIT
033390         VARYING ARR-IDX FROM 1 BY 1
033400         UNTIL ARR-IDX > ARR-ELEM-COUNT.
033410 2500-LOAD-FROM-SNAPSHOT-EXIT.
033420     EXIT.
033430*
033440 2510-COPY-PRIOR-ELEM.
033450     MOVE ARR-PRIOR-KEY (ARR-IDX) TO ARR-BIN-KEY (ARR-IDX).
033460     MOVE ARR-PRIOR-ELEM (ARR-IDX) TO ELEM (ARR-IDX).
033470 2510-COPY-PRIOR-ELEM-EXIT.
033480     EXIT.
033490*
033500*===============================================================
033510* 2600-APPLY-CORRECTIONS  -  IF PENDING CORRECTIONS WERE KEYED
033520*     IN THROUGH ARRMAINT SINCE THE LAST RUN, APPLY THEM TO THE
033530*     ARRAY NOW BY BIN CODE (SO A CORRECTION STILL LANDS ON THE
033540*     RIGHT BIN EVEN IF SUBSCRIPTS HAVE SHIFTED SINCE IT WAS
033550*     ENTERED) AND LOG EACH ONE TO ARRAUD.  ARRCORR ITSELF IS
033560*     LEFT FOR THE BATCH JCL'S CLEANUP STEP TO CLEAR ONCE THIS
033570*     RUN ENDS SUCCESSFULLY - ON A DD ALLOCATED MOD, OPEN OUTPUT
033580*     ONLY POSITIONS AT END-OF-FILE RATHER THAN TRUNCATING, SO
033590*     REOPENING ARR-CORR-FILE FOR OUTPUT HERE WOULD NOT ACTUALLY
033600*     EMPTY IT.
033610*===============================================================
033620 2600-APPLY-CORRECTIONS.
033630     MOVE 0 TO ARR-CORR-APPLIED-COUNT.
033640*    ARRCORRO IS OPENED UNCONDITIONALLY - EVEN A RUN WITH NO
033650*    ARRCORR AT ALL MUST LEAVE THE (POSSIBLY EMPTY) CARRY-
033660*    FORWARD DATASET FOR THE CLEANUP STEP TO PROMOTE.  CLOSED
033670*    IN 9000-TERMINATE.
033680     OPEN OUTPUT ARR-CORR-OUT-FILE.
033690     SET ARR-CORRO-OPEN TO TRUE.
033700     OPEN INPUT ARR-CORR-FILE.
033710     IF ARR-CORR-NOT-FOUND
033720         GO TO 2600-APPLY-CORRECTIONS-EXIT
033730     END-IF.
033740     PERFORM 2610-APPLY-ONE-CORRECTION
033750         THRU 2610-APPLY-ONE-CORRECTION-EXIT
033760         UNTIL ARR-CORR-EOF.
033770     CLOSE ARR-CORR-FILE.
033780     IF ARR-CORR-APPLIED-COUNT > 0
033790         DISPLAY "ARRAYDEMO - APPLIED " ARR-CORR-APPLIED-COUNT
033800             " APPROVED CORRECTION(S) FROM ARRCORR"
033810     END-IF.
033820     IF ARR-CORR-PENDING-COUNT > 0
033830         DISPLAY "ARRAYDEMO - " ARR-CORR-PENDING-COUNT
033840             " CORRECTION(S) STILL PENDING APPROVAL - "
033850             "CARRIED FORWARD, NOT APPLIED"
033860     END-IF.
033870     IF ARR-CORR-REJECT-COUNT > 0
033880         DISPLAY "ARRAYDEMO - " ARR-CORR-REJECT-COUNT
033890             " REJECTED CORRECTION(S) DROPPED"
033900     END-IF.
033910 2600-APPLY-CORRECTIONS-EXIT.
033920     EXIT.
033930*
033940 2610-APPLY-ONE-CORRECTION.
033950     READ ARR-CORR-FILE
033960         AT END
033970             SET ARR-CORR-EOF TO TRUE
033980             GO TO 2610-APPLY-ONE-CORRECTION-EXIT
033990     END-READ.
034000*    A REJECTED CORRECTION IS DROPPED; A PENDING ONE IS
034010*    CARRIED FORWARD TO ARRCORRO AND HELD ASIDE FOR THE ARRRPT
034020*    PENDING SECTION INSTEAD OF BEING SILENTLY APPLIED.
034030*    APPROVED RECORDS - AND BLANK-STATUS ONES QUEUED BEFORE
034040*    THE STATUS FLAG EXISTED - APPLY AS ALWAYS.
034050     IF ARR-CORR-STAT-REJECTED
034060         ADD 1 TO ARR-CORR-REJECT-COUNT
034070         GO TO 2610-APPLY-ONE-CORRECTION-EXIT
034080     END-IF.
034090     IF ARR-CORR-STAT-PENDING
034100         WRITE ARR-CORR-OUT-REC FROM ARR-CORR-REC
034110         IF ARR-CORR-PENDING-COUNT < ARR-PEND-MAX-ENTRIES
034120             ADD 1 TO ARR-CORR-PENDING-COUNT
034130             MOVE ARR-CORR-REC
034140                 TO ARR-PEND-IMAGE (ARR-CORR-PENDING-COUNT)
034150         ELSE
034160             DISPLAY "ARRAYDEMO - PENDING SECTION TABLE FULL "
034170                 "- " ARR-CORR-WHSE " " ARR-CORR-CODE
034180                 " CARRIED FORWARD BUT NOT LISTED"
034190         END-IF
034200         GO TO 2610-APPLY-ONE-CORRECTION-EXIT
034210     END-IF.
034220     MOVE ARR-CORR-BIN-KEY TO ARR-LOOKUP-KEY.
034230     PERFORM 8000-FIND-BIN-CODE
034240         THRU 8000-FIND-BIN-CODE-EXIT.
034250     IF ARR-LOOKUP-FOUND
034260         MOVE ELEM (ARR-IDX)     TO ARR-AUD-PRIOR-VAL
034270         MOVE ARR-CORR-NEW-VAL   TO ELEM (ARR-IDX)
034280         MOVE "C"                TO ARR-AUD-SOURCE-CD
034290         MOVE SPACES             TO ARR-AUD-DOC-WORK
034300         MOVE ARR-CORR-ORIGIN    TO ARR-AUD-TYPE-CD
034310         PERFORM 2300-WRITE-AUDIT-RECORD
034320             THRU 2300-WRITE-AUDIT-RECORD-EXIT
034330         ADD 1 TO ARR-CORR-APPLIED-COUNT
034340     ELSE
034350         DISPLAY "ARRAYDEMO - CORRECTION BIN NOT FOUND: "
034360             ARR-CORR-WHSE " " ARR-CORR-CODE
034370         ADD 1 TO ARR-CORR-NOTFND-COUNT
034380     END-IF.
034390 2610-APPLY-ONE-CORRECTION-EXIT.
034400     EXIT.
034410*
034420*===============================================================
034430* 2650-BALANCE-LOTS  -  BRING THE LOTS OF EVERY BIN BACK TO ITS
034440*     ELEM.  A LOAD, A CORRECTION OR A CYCLE COUNT SETS ELEM
034450*     WITHOUT KNOWING WHICH LOT GAINED OR LOST, SO STOCK ADDED
034460*     THAT WAY GOES TO THE BIN'S UNLOTTED ENTRY, AND STOCK TAKEN
034470*     AWAY COMES OFF THE UNLOTTED ENTRY FIRST AND THEN EARLIEST
034480*     EXPIRY FIRST.  LOTS WHOSE BIN IS NO LONGER ON THE ARRAY
034490*     ARE DROPPED.  RUN BEFORE A MODE-M RUN POSTS, SO AN ISSUE
034500*     ALWAYS FINDS ITS ELEM IN THE LOTS, AND AGAIN BY
034510*     7300-SAVE-LOTS BEFORE ARRLOTO IS WRITTEN.
034520*===============================================================
034530 2650-BALANCE-LOTS.
034540     MOVE 0 TO ARR-LOT-BAL-COUNT.
034550     IF ARR-LOT-COUNT > 0
034560         PERFORM 2660-DROP-ORPHAN-LOT
034570             THRU 2660-DROP-ORPHAN-LOT-EXIT
034580             VARYING ARR-LOT-SWEEP-SUB FROM 1 BY 1
034590             UNTIL ARR-LOT-SWEEP-SUB > ARR-LOT-COUNT
034600     END-IF.
034610     IF ARR-ELEM-COUNT > 0
034620         PERFORM 2655-BALANCE-ONE-BIN
034630             THRU 2655-BALANCE-ONE-BIN-EXIT
034640             VARYING ARR-IDX FROM 1 BY 1
034650             UNTIL ARR-IDX > ARR-ELEM-COUNT
034660     END-IF.
034670     IF ARR-LOT-BAL-COUNT > 0
034680         DISPLAY "ARRAYDEMO - LOTS BALANCED TO ELEM FOR "
034690             ARR-LOT-BAL-COUNT " BIN(S)"
034700     END-IF.
034710 2650-BALANCE-LOTS-EXIT.
034720     EXIT.
034730*
034740 2655-BALANCE-ONE-BIN.
034750     MOVE ARR-BIN-KEY (ARR-IDX) TO ARR-LOT-SRCH-KEY.
034760     PERFORM 8480-SUM-BIN-LOTS
034770         THRU 8480-SUM-BIN-LOTS-EXIT.
034780     IF ARR-LOT-SUM-WORK = ELEM (ARR-IDX)
034790         GO TO 2655-BALANCE-ONE-BIN-EXIT
034800     END-IF.
034810     ADD 1 TO ARR-LOT-BAL-COUNT.
034820     MOVE SPACES TO ARR-LOT-SRCH-NO.
034830     IF ARR-LOT-SUM-WORK < ELEM (ARR-IDX)
034840         COMPUTE ARR-LOT-QTY-WORK
034850             = ELEM (ARR-IDX) - ARR-LOT-SUM-WORK
034860         MOVE ARR-LOT-NO-EXPIRY TO ARR-LOT-SRCH-EXP
034870         PERFORM 8460-ADD-TO-LOT
034880             THRU 8460-ADD-TO-LOT-EXIT
034890         IF ARR-LOT-FULL
034900             DISPLAY "ARRAYDEMO - LOT TABLE FULL - LOTS OF "
034910                 ARR-LOT-SRCH-KEY " SHORT OF ELEM"
034920         END-IF
034930         GO TO 2655-BALANCE-ONE-BIN-EXIT
034940     END-IF.
034950     COMPUTE ARR-LOT-QTY-WORK
034960         = ARR-LOT-SUM-WORK - ELEM (ARR-IDX).
034970     PERFORM 8400-FIND-LOT
034980         THRU 8400-FIND-LOT-EXIT.
034990     IF ARR-LOT-FOUND-SUB > 0
035000         PERFORM 8450-TAKE-FROM-LOT
035010             THRU 8450-TAKE-FROM-LOT-EXIT
035020     END-IF.
035030     IF ARR-LOT-QTY-WORK > 0
035040         PERFORM 8440-DRAW-FEFO
035050             THRU 8440-DRAW-FEFO-EXIT
035060     END-IF.
035070 2655-BALANCE-ONE-BIN-EXIT.
035080     EXIT.
035090*
035100 2660-DROP-ORPHAN-LOT.
035110     IF ARR-LOT-TBL-QTY (ARR-LOT-SWEEP-SUB) = 0
035120         GO TO 2660-DROP-ORPHAN-LOT-EXIT
035130     END-IF.
035140     MOVE ARR-LOT-TBL-KEY (ARR-LOT-SWEEP-SUB) TO ARR-LOOKUP-KEY.
035150     PERFORM 8000-FIND-BIN-CODE
035160         THRU 8000-FIND-BIN-CODE-EXIT.
035170     IF NOT ARR-LOOKUP-FOUND
035180         MOVE 0 TO ARR-LOT-TBL-QTY (ARR-LOT-SWEEP-SUB)
035190         ADD 1 TO ARR-LOT-BAL-COUNT
035200     END-IF.
035210 2660-DROP-ORPHAN-LOT-EXIT.
035220     EXIT.
035230*
035240*===============================================================
035250* 2700-APPLY-MOVEMENTS  -  RUN MODE "M" ONLY.  APPLY THE ARRMOVE
035260*     MOVEMENT TRANSACTION FILE TO THE ARRAY JUST REBUILT FROM
035270*     THE PRIOR SNAPSHOT - A RECEIPT ADDS ITS QUANTITY TO THE
035280*     BIN, AN ISSUE SUBTRACTS IT, AND AN ADJUSTMENT ADDS ITS
035290*     SIGNED QUANTITY AS SENT.  A MOVEMENT WHOSE BIN IS NOT ON
035300*     THE ARRAY, WHOSE TYPE IS UNRECOGNIZED, OR THAT WOULD DRIVE
035310*     THE BIN NEGATIVE OR OVER ITS CAPACITY IS REJECTED TO
035320*     ARREXC.  EACH APPLIED MOVEMENT IS LOGGED TO ARRAUD WITH
035330*     SOURCE "M" AND ITS SOURCE DOCUMENT NUMBER.
035340*===============================================================
035350 2700-APPLY-MOVEMENTS.
035360     MOVE 0 TO ARR-MOVE-APPLIED-COUNT.
035370     MOVE 0 TO ARR-MOVE-REJECT-COUNT.
035380     PERFORM 2730-REPLAY-RELEASED-MOVES
035390         THRU 2730-REPLAY-RELEASED-MOVES-EXIT.
035400     OPEN INPUT ARR-MOVE-FILE.
035410     IF ARR-MOVE-NOT-FOUND
035420         DISPLAY "ARRAYDEMO - NO ARRMOVE MOVEMENT FILE - "
035430             "NOTHING TO APPLY THIS RUN"
035440         GO TO 2700-APPLY-MOVEMENTS-EXIT
035450     END-IF.
035460     PERFORM 2710-APPLY-ONE-MOVEMENT
035470         THRU 2710-APPLY-ONE-MOVEMENT-EXIT
035480         UNTIL ARR-MOVE-EOF.
035490     CLOSE ARR-MOVE-FILE.
035500     DISPLAY "ARRAYDEMO - MOVEMENTS APPLIED: "
035510         ARR-MOVE-APPLIED-COUNT
035520         "  REJECTED: " ARR-MOVE-REJECT-COUNT.
035530 2700-APPLY-MOVEMENTS-EXIT.
035540     EXIT.
035550*
035560 2710-APPLY-ONE-MOVEMENT.
035570     READ ARR-MOVE-FILE INTO ARR-MOVE-REC
035580         AT END
035590             SET ARR-MOVE-EOF TO TRUE
035600             GO TO 2710-APPLY-ONE-MOVEMENT-EXIT
035610     END-READ.
035620     MOVE ARR-MOVE-REC TO ARR-SUSP-IMAGE-WORK.
035630     MOVE ARR-RUN-DATE TO ARR-SUSP-FIRST-WORK.
035640     IF ARR-MOVE-BATCH-ID = SPACES
035650         MOVE ARR-RUN-BATCH-ID TO ARR-SUSP-BATCH-WORK
035660     ELSE
035670         MOVE ARR-MOVE-BATCH-ID TO ARR-SUSP-BATCH-WORK
035680     END-IF.
035690     PERFORM 2715-POST-ONE-MOVEMENT
035700         THRU 2715-POST-ONE-MOVEMENT-EXIT.
035710 2710-APPLY-ONE-MOVEMENT-EXIT.
035720     EXIT.
035730*
035740*    POST THE MOVEMENT IN ARR-MOVE-REC - FROM ARRMOVE, OR A
035750*    RELEASED SUSPENSE ITEM BEING REPLAYED BY 2735.
035760 2715-POST-ONE-MOVEMENT.
035770     IF NOT ARR-MOVE-TYPE-VALID
035780         MOVE "MOVEMENT TYPE NOT R, I OR A"
035790             TO ARR-EXC-MOVE-RSN
035800         MOVE "M1" TO ARR-SUSP-RSN-WORK
035810         PERFORM 2720-WRITE-MOVE-EXCEPTION
035820             THRU 2720-WRITE-MOVE-EXCEPTION-EXIT
035830         GO TO 2715-POST-ONE-MOVEMENT-EXIT
035840     END-IF.
035850*    A QUANTITY THAT IS NOT NUMERIC WOULD RAISE A DATA EXCEPTION
035860*    IN THE COMPUTE BELOW - REJECT IT INSTEAD, ZEROING THE FIELD
035870*    SO THE EXCEPTION LINE ITSELF CAN STILL BE FORMATTED (THE
035880*    SAME WAY 2100-LOAD-DETAIL HANDLES A NON-DETAIL RECORD).
035890     IF ARR-MOVE-QTY NOT NUMERIC
035900         MOVE ZERO TO ARR-MOVE-QTY
035910         MOVE "MOVEMENT QUANTITY NOT NUMERIC"
035920             TO ARR-EXC-MOVE-RSN
035930         MOVE "M2" TO ARR-SUSP-RSN-WORK
035940         PERFORM 2720-WRITE-MOVE-EXCEPTION
035950             THRU 2720-WRITE-MOVE-EXCEPTION-EXIT
035960         GO TO 2715-POST-ONE-MOVEMENT-EXIT
035970     END-IF.
035980     IF ARR-MOVE-UOM NOT = SPACES
035990         PERFORM 2716-CONVERT-MOVE-UOM
036000             THRU 2716-CONVERT-MOVE-UOM-EXIT
036010         IF ARR-UOM-REJECTED
036020             GO TO 2715-POST-ONE-MOVEMENT-EXIT
036030         END-IF
036040     END-IF.
036050     MOVE ARR-MOVE-BIN-KEY TO ARR-LOOKUP-KEY.
036060     PERFORM 8000-FIND-BIN-CODE
036070         THRU 8000-FIND-BIN-CODE-EXIT.
036080     IF NOT ARR-LOOKUP-FOUND
036090         MOVE "MOVEMENT BIN CODE NOT ON ARRAY"
036100             TO ARR-EXC-MOVE-RSN
036110         MOVE "M3" TO ARR-SUSP-RSN-WORK
036120         PERFORM 2720-WRITE-MOVE-EXCEPTION
036130             THRU 2720-WRITE-MOVE-EXCEPTION-EXIT
036140         GO TO 2715-POST-ONE-MOVEMENT-EXIT
036150     END-IF.
036160     IF ARR-MOVE-ISSUE
036170         COMPUTE ARR-MOVE-NEW-WORK
036180             = ELEM (ARR-IDX) - ARR-MOVE-QTY
036190     ELSE
036200         COMPUTE ARR-MOVE-NEW-WORK
036210             = ELEM (ARR-IDX) + ARR-MOVE-QTY
036220     END-IF.
036230     IF ARR-MOVE-NEW-WORK < 0
036240         MOVE "MOVEMENT WOULD DRIVE BIN NEGATIVE"
036250             TO ARR-EXC-MOVE-RSN
036260         MOVE "M4" TO ARR-SUSP-RSN-WORK
036270         PERFORM 2720-WRITE-MOVE-EXCEPTION
036280             THRU 2720-WRITE-MOVE-EXCEPTION-EXIT
036290         GO TO 2715-POST-ONE-MOVEMENT-EXIT
036300     END-IF.
036310     MOVE ARR-MAX-CAPACITY TO ARR-BIN-CAP-WORK.
036320     IF ARR-BINM-AVAIL
036330         MOVE ARR-MOVE-BIN-CODE TO ARR-BINM-LOOKUP-CODE
036340         PERFORM 8100-FIND-BIN-MASTER
036350             THRU 8100-FIND-BIN-MASTER-EXIT
036360         IF ARR-BINM-FOUND
036370             MOVE ARR-BINM-MAX-CAP
036380                 TO ARR-BIN-CAP-WORK
036390         END-IF
036400     END-IF.
036410     IF ARR-MOVE-NEW-WORK > ARR-BIN-CAP-WORK
036420         MOVE "MOVEMENT WOULD EXCEED BIN CAPACITY"
036430             TO ARR-EXC-MOVE-RSN
036440         MOVE "M5" TO ARR-SUSP-RSN-WORK
036450         PERFORM 2720-WRITE-MOVE-EXCEPTION
036460             THRU 2720-WRITE-MOVE-EXCEPTION-EXIT
036470         GO TO 2715-POST-ONE-MOVEMENT-EXIT
036480     END-IF.
036490*    A RECEIPT LEAVING THE PO LINE BLANK IS STILL HELD TO THE PO
036500*    CHECKS WHEN ITS DOCUMENT NUMBER IS A PO ON ARRPO.
036510     MOVE "N" TO ARR-PO-CHECK-SW.
036520     IF ARR-MOVE-PO-LINE NOT = SPACES
036530         SET ARR-PO-CHECK-DUE TO TRUE
036540     ELSE
036550         IF ARR-MOVE-RECEIPT
036560             AND ARR-MOVE-DOC-NO NOT = SPACES
036570             MOVE ARR-MOVE-DOC-NO TO ARR-PO-SRCH-NO
036580             PERFORM 8536-FIND-PO-NUMBER
036590                 THRU 8536-FIND-PO-NUMBER-EXIT
036600             IF ARR-PO-FOUND-SUB > 0
036610                 SET ARR-PO-CHECK-DUE TO TRUE
036620             END-IF
036630         END-IF
036640     END-IF.
036650     IF ARR-PO-CHECK-DUE
036660         PERFORM 2736-CHECK-PO-RECEIPT
036670             THRU 2736-CHECK-PO-RECEIPT-EXIT
036680         IF ARR-PO-REJECTED
036690             GO TO 2715-POST-ONE-MOVEMENT-EXIT
036700         END-IF
036710     END-IF.
036720     IF ARR-MOVE-ORDER-NO NOT = SPACES
036730         PERFORM 2746-CHECK-ORDER
036740             THRU 2746-CHECK-ORDER-EXIT
036750         IF ARR-RESV-REJECTED
036760             GO TO 2715-POST-ONE-MOVEMENT-EXIT
036770         END-IF
036780     END-IF.
036790     PERFORM 2740-POST-MOVE-LOTS
036800         THRU 2740-POST-MOVE-LOTS-EXIT.
036810     IF ARR-LOT-REJECTED
036820         GO TO 2715-POST-ONE-MOVEMENT-EXIT
036830     END-IF.
036840     MOVE ELEM (ARR-IDX)     TO ARR-AUD-PRIOR-VAL.
036850     MOVE ARR-MOVE-NEW-WORK  TO ELEM (ARR-IDX).
036860     MOVE "M"                TO ARR-AUD-SOURCE-CD.
036870     MOVE ARR-MOVE-DOC-NO    TO ARR-AUD-DOC-WORK.
036880     MOVE ARR-MOVE-TYPE      TO ARR-AUD-TYPE-CD.
036890     PERFORM 2300-WRITE-AUDIT-RECORD
036900         THRU 2300-WRITE-AUDIT-RECORD-EXIT.
036910     ADD 1 TO ARR-MOVE-APPLIED-COUNT.
036920     IF ARR-MOVE-ORDER-NO NOT = SPACES
036930         PERFORM 2748-CONSUME-RESERVATION
036940             THRU 2748-CONSUME-RESERVATION-EXIT
036950     END-IF.
036960     IF ARR-PO-CHECK-DUE
036970         PERFORM 2738-BOOK-PO-RECEIPT
036980             THRU 2738-BOOK-PO-RECEIPT-EXIT
036990     END-IF.
037000 2715-POST-ONE-MOVEMENT-EXIT.
037010     EXIT.
037020*
037030*===============================================================
037040* 2716-CONVERT-MOVE-UOM  -  A MOVEMENT STATING ITS UNIT IS
037050*     CONVERTED TO THE BIN'S STOCKING UNIT BEFORE ANY OTHER
037060*     CHECK, SO CAPACITY, LOTS, THE PO LINE AND THE ORDER ALL
037070*     SEE STOCKING UNITS.  ARR-MOVE-QTY IS REPLACED BY THE
037080*     CONVERTED QUANTITY (THE SUSPENSE IMAGE KEEPS THE STATED
037090*     ONE) AND THE STATED QUANTITY AND UNIT ARE KEPT FOR
037100*     ARRAUD.  A UNIT WITH NO CONVERSION, OR A CONVERTED
037110*     QUANTITY TOO BIG FOR THE FIELD, IS REJECTED (MJ).
037120*===============================================================
037130 2716-CONVERT-MOVE-UOM.
037140     MOVE "N" TO ARR-UOM-REJECT-SW.
037150     MOVE ARR-MOVE-BIN-CODE TO ARR-UOM-LOOKUP-CODE.
037160     MOVE ARR-MOVE-UOM      TO ARR-UOM-LOOKUP-UNIT.
037170     MOVE ARR-MOVE-QTY      TO ARR-UOM-QTY-WORK.
037180     PERFORM 8600-CONVERT-UOM
037190         THRU 8600-CONVERT-UOM-EXIT.
037200     IF NOT ARR-UOM-FOUND
037210         MOVE "NO ARRUOM CONVERSION FOR STATED UNIT"
037220             TO ARR-EXC-MOVE-RSN
037230         GO TO 2716-CONVERT-MOVE-UOM-REFUSE
037240     END-IF.
037250     IF ARR-UOM-CONV-WORK > 999999999
037260     OR ARR-UOM-CONV-WORK < -999999999
037270         MOVE "CONVERTED QUANTITY TOO LARGE FOR FIELD"
037280             TO ARR-EXC-MOVE-RSN
037290         GO TO 2716-CONVERT-MOVE-UOM-REFUSE
037300     END-IF.
037310     MOVE ARR-MOVE-QTY      TO ARR-AUD-ORIG-QTY-WORK.
037320     MOVE ARR-MOVE-UOM      TO ARR-AUD-ORIG-UOM-WORK.
037330     MOVE ARR-UOM-CONV-WORK TO ARR-MOVE-QTY
037340                               ARR-AUD-CONV-QTY-WORK.
037350     GO TO 2716-CONVERT-MOVE-UOM-EXIT.
037360 2716-CONVERT-MOVE-UOM-REFUSE.
037370     SET ARR-UOM-REJECTED TO TRUE.
037380     MOVE "MJ" TO ARR-SUSP-RSN-WORK.
037390     PERFORM 2720-WRITE-MOVE-EXCEPTION
037400         THRU 2720-WRITE-MOVE-EXCEPTION-EXIT.
037410 2716-CONVERT-MOVE-UOM-EXIT.
037420     EXIT.
037430*
037440*===============================================================
037450* 2720-WRITE-MOVE-EXCEPTION  -  LOG A REJECTED ARRMOVE MOVEMENT
037460*     TO THE ARREXC EXCEPTIONS LISTING.  THE REASON TEXT IS SET
037470*     BY THE CALLER BEFORE THIS IS PERFORMED.  ANY UNIT
037480*     CONVERSION KEPT FOR ARRAUD IS DROPPED WITH THE MOVEMENT.
037490*===============================================================
037500 2720-WRITE-MOVE-EXCEPTION.
037510     ADD 1 TO ARR-EXC-COUNT.
037520     MOVE 0      TO ARR-AUD-CONV-QTY-WORK
037530                    ARR-AUD-ORIG-QTY-WORK.
037540     MOVE SPACES TO ARR-AUD-ORIG-UOM-WORK.
037550     ADD 1 TO ARR-MOVE-REJECT-COUNT.
037560     MOVE ARR-MOVE-WHSE-CODE TO ARR-EXC-MOVE-WHSE.
037570     MOVE ARR-MOVE-BIN-CODE TO ARR-EXC-MOVE-CODE.
037580     MOVE ARR-MOVE-TYPE     TO ARR-EXC-MOVE-TYPE.
037590     MOVE ARR-MOVE-QTY      TO ARR-EXC-MOVE-QTY.
037600     MOVE ARR-MOVE-DOC-NO   TO ARR-EXC-MOVE-DOC.
037610     WRITE ARR-EXCEPTION-REC FROM ARR-EXC-MOVE-LINE.
037620     MOVE "M" TO ARR-SUSP-SOURCE-WORK.
037630     PERFORM 2250-WRITE-SUSPENSE
037640         THRU 2250-WRITE-SUSPENSE-EXIT.
037650 2720-WRITE-MOVE-EXCEPTION-EXIT.
037660     EXIT.
037670*
037680*===============================================================
037690* 2730-REPLAY-RELEASED-MOVES  -  POST THE ARRMOVE MOVEMENTS
037700*     RELEASED FROM SUSPENSE AHEAD OF TONIGHT'S FILE, THROUGH THE
037710*     SAME CHECKS.  ONE THAT FAILS AGAIN GOES BACK INTO SUSPENSE
037720*     UNDER ITS ORIGINAL BATCH AND FIRST-REJECT DATE.
037730*===============================================================
037740 2730-REPLAY-RELEASED-MOVES.
037750     IF ARR-SREL-COUNT = 0
037760         GO TO 2730-REPLAY-RELEASED-MOVES-EXIT
037770     END-IF.
037780     SET ARR-SUSP-REPLAYING TO TRUE.
037790     MOVE 0 TO ARR-SREL-REPLAY-COUNT.
037800     PERFORM 2735-REPLAY-ONE-MOVE
037810         THRU 2735-REPLAY-ONE-MOVE-EXIT
037820         VARYING ARR-SREL-SUB FROM 1 BY 1
037830         UNTIL ARR-SREL-SUB > ARR-SREL-COUNT.
037840     MOVE "N" TO ARR-SUSP-REPLAY-SW.
037850     DISPLAY "ARRAYDEMO - RELEASED MOVEMENTS REPLAYED: "
037860         ARR-SREL-REPLAY-COUNT.
037870 2730-REPLAY-RELEASED-MOVES-EXIT.
037880     EXIT.
037890*
037900 2735-REPLAY-ONE-MOVE.
037910     IF ARR-SREL-SOURCE (ARR-SREL-SUB) NOT = "M"
037920         GO TO 2735-REPLAY-ONE-MOVE-EXIT
037930     END-IF.
037940     ADD 1 TO ARR-SREL-REPLAY-COUNT.
037950     MOVE ARR-SREL-IMAGE (ARR-SREL-SUB) TO ARR-MOVE-REC.
037960     MOVE ARR-SREL-IMAGE (ARR-SREL-SUB) TO ARR-SUSP-IMAGE-WORK.
037970     MOVE ARR-SREL-BATCH (ARR-SREL-SUB) TO ARR-SUSP-BATCH-WORK.
037980     MOVE ARR-SREL-FIRST (ARR-SREL-SUB) TO ARR-SUSP-FIRST-WORK.
037990     PERFORM 2715-POST-ONE-MOVEMENT
038000         THRU 2715-POST-ONE-MOVEMENT-EXIT.
038010 2735-REPLAY-ONE-MOVE-EXIT.
038020     EXIT.
038030*
038040*===============================================================
038050* 2736-CHECK-PO-RECEIPT  -  A MOVEMENT QUOTING A PO LINE MUST BE
038060*     A RECEIPT OF A POSITIVE QUANTITY AGAINST AN OPEN ARRPO
038070*     LINE FOR THE SAME WAREHOUSE AND BIN (ONLY THE SAME
038080*     WAREHOUSE FOR A PART OF A PUTAWAY SPLIT), AND MAY NOT
038090*     TAKE THE LINE'S RECEIVED-TO-DATE PAST THE ORDERED QUANTITY
038100*     PLUS ITS TOLERANCE.  CHECKED BEFORE ANYTHING IS POSTED, SO A
038110*     HELD RECEIPT WAITS IN SUSPENSE UNTIL PURCHASING AMENDS
038120*     THE PO OR THE DOCK CORRECTS THE RECEIPT.  ON A PASS
038130*     ARR-PO-FOUND-SUB IS LEFT POINTING AT THE LINE.  A RECEIPT
038140*     AGAINST AN ARRPO PO NUMBER THAT DOES NOT SAY WHICH LINE IS
038150*     HELD THE SAME WAY, SO NO CHECK IS SKIPPED BY LEAVING THE
038160*     LINE OFF.
038170*===============================================================
038180 2736-CHECK-PO-RECEIPT.
038190     MOVE "N" TO ARR-PO-REJECT-SW.
038200     IF ARR-MOVE-PO-LINE = SPACES
038210         MOVE "PO LINE NOT QUOTED"
038220             TO ARR-EXC-MOVE-RSN
038230         MOVE "ME" TO ARR-SUSP-RSN-WORK
038240         GO TO 2736-CHECK-PO-RECEIPT-REJECT
038250     END-IF.
038260     IF NOT ARR-MOVE-RECEIPT
038270         OR ARR-MOVE-QTY NOT > 0
038280         MOVE "PO LINE NOT ON A POSITIVE RECEIPT"
038290             TO ARR-EXC-MOVE-RSN
038300         MOVE "MI" TO ARR-SUSP-RSN-WORK
038310         GO TO 2736-CHECK-PO-RECEIPT-REJECT
038320     END-IF.
038330     MOVE 0 TO ARR-PO-FOUND-SUB.
038340     IF ARR-MOVE-PO-LINE NUMERIC
038350         MOVE ARR-MOVE-DOC-NO    TO ARR-PO-SRCH-NO
038360         MOVE ARR-MOVE-PO-LINE-N TO ARR-PO-SRCH-LINE
038370         PERFORM 8530-FIND-PO-LINE
038380             THRU 8530-FIND-PO-LINE-EXIT
038390     END-IF.
038400     IF ARR-PO-FOUND-SUB = 0
038410         MOVE "PO LINE NOT ON ARRPO"
038420             TO ARR-EXC-MOVE-RSN
038430         MOVE "ME" TO ARR-SUSP-RSN-WORK
038440         GO TO 2736-CHECK-PO-RECEIPT-REJECT
038450     END-IF.
038460     IF ARR-PO-TBL-CLOSED (ARR-PO-FOUND-SUB)
038470         MOVE "PO LINE IS CLOSED"
038480             TO ARR-EXC-MOVE-RSN
038490         MOVE "MF" TO ARR-SUSP-RSN-WORK
038500         GO TO 2736-CHECK-PO-RECEIPT-REJECT
038510     END-IF.
038520     IF ARR-MOVE-PUTAWAY-SPLIT
038530         AND ARR-PO-TBL-WHSE (ARR-PO-FOUND-SUB)
038540             NOT = ARR-MOVE-WHSE-CODE
038550         MOVE "PO LINE IS FOR ANOTHER WAREHOUSE"
038560             TO ARR-EXC-MOVE-RSN
038570         MOVE "MG" TO ARR-SUSP-RSN-WORK
038580         GO TO 2736-CHECK-PO-RECEIPT-REJECT
038590     END-IF.
038600     IF ARR-PO-TBL-KEY (ARR-PO-FOUND-SUB) NOT = ARR-MOVE-BIN-KEY
038610         AND NOT ARR-MOVE-PUTAWAY-SPLIT
038620         MOVE "PO LINE IS FOR ANOTHER BIN"
038630             TO ARR-EXC-MOVE-RSN
038640         MOVE "MG" TO ARR-SUSP-RSN-WORK
038650         GO TO 2736-CHECK-PO-RECEIPT-REJECT
038660     END-IF.
038670     MOVE ARR-PO-DEFAULT-TOL TO ARR-PO-TOL-WORK.
038680     IF ARR-PO-TBL-TOL (ARR-PO-FOUND-SUB) NUMERIC
038690         MOVE ARR-PO-TBL-TOL-N (ARR-PO-FOUND-SUB)
038700             TO ARR-PO-TOL-WORK
038710     END-IF.
038720     COMPUTE ARR-PO-LIMIT-WORK
038730         = ARR-PO-TBL-ORD-QTY (ARR-PO-FOUND-SUB)
038740         + (ARR-PO-TBL-ORD-QTY (ARR-PO-FOUND-SUB)
038750            * ARR-PO-TOL-WORK / 100).
038760     COMPUTE ARR-PO-RCV-WORK
038770         = ARR-PO-TBL-RCV-QTY (ARR-PO-FOUND-SUB) + ARR-MOVE-QTY.
038780     IF ARR-PO-RCV-WORK > ARR-PO-LIMIT-WORK
038790         MOVE "RECEIPT OVER PO QUANTITY PLUS TOLERANCE"
038800             TO ARR-EXC-MOVE-RSN
038810         MOVE "MH" TO ARR-SUSP-RSN-WORK
038820         GO TO 2736-CHECK-PO-RECEIPT-REJECT
038830     END-IF.
038840     GO TO 2736-CHECK-PO-RECEIPT-EXIT.
038850 2736-CHECK-PO-RECEIPT-REJECT.
038860     SET ARR-PO-REJECTED TO TRUE.
038870     PERFORM 2720-WRITE-MOVE-EXCEPTION
038880         THRU 2720-WRITE-MOVE-EXCEPTION-EXIT.
038890 2736-CHECK-PO-RECEIPT-EXIT.
038900     EXIT.
038910*
038920*    THE RECEIPT HAS POSTED - ADD IT TO THE LINE'S RECEIVED-TO-
038930*    DATE.  THE LINE STAYS OPEN; ONLY PURCHASING CLOSES A LINE.
038940 2738-BOOK-PO-RECEIPT.
038950     ADD ARR-MOVE-QTY TO ARR-PO-TBL-RCV-QTY (ARR-PO-FOUND-SUB).
038960     MOVE ARR-RUN-DATE TO ARR-PO-TBL-LAST (ARR-PO-FOUND-SUB).
038970     ADD 1 TO ARR-PO-RECEIPT-COUNT.
038980 2738-BOOK-PO-RECEIPT-EXIT.
038990     EXIT.
039000*
039010*===============================================================
039020* 2740-POST-MOVE-LOTS  -  CARRY THE MOVEMENT IN ARR-MOVE-REC,
039030*     ALREADY PASSED BY 2715 AND ABOUT TO POST TO ELEM (ARR-IDX),
039040*     DOWN TO THE BIN'S LOTS.  WHATEVER RAISES THE BIN - A
039050*     RECEIPT OR A PLUS ADJUSTMENT - GOES INTO THE LOT THE RECORD
039060*     NAMES, OR UNLOTTED IF IT NAMES NONE; WHATEVER LOWERS IT
039070*     COMES OUT OF THE NAMED LOT, OR EARLIEST EXPIRY FIRST.  A
039080*     MOVEMENT THE LOTS CANNOT TAKE IS REJECTED HERE BEFORE
039090*     ANYTHING IS POSTED, WITH ARR-LOT-REJECTED LEFT ON.
039100*===============================================================
039110 2740-POST-MOVE-LOTS.
039120     MOVE "N" TO ARR-LOT-REJECT-SW.
039130     MOVE ARR-MOVE-BIN-KEY TO ARR-LOT-SRCH-KEY.
039140     MOVE ARR-MOVE-LOT-NO  TO ARR-LOT-SRCH-NO.
039150     COMPUTE ARR-LOT-NET-WORK
039160         = ARR-MOVE-NEW-WORK - ELEM (ARR-IDX).
039170     IF ARR-LOT-NET-WORK > 0
039180         PERFORM 2742-RECEIVE-MOVE-LOT
039190             THRU 2742-RECEIVE-MOVE-LOT-EXIT
039200     END-IF.
039210     IF ARR-LOT-NET-WORK < 0
039220         PERFORM 2744-ISSUE-MOVE-LOT
039230             THRU 2744-ISSUE-MOVE-LOT-EXIT
039240     END-IF.
039250     IF ARR-LOT-REJECTED
039260         PERFORM 2720-WRITE-MOVE-EXCEPTION
039270             THRU 2720-WRITE-MOVE-EXCEPTION-EXIT
039280     END-IF.
039290 2740-POST-MOVE-LOTS-EXIT.
039300     EXIT.
039310*
039320*    A RECEIPT INTO A LOT.  AN EXPIRY DATE NEEDS A LOT NUMBER
039330*    TO HANG ON, MUST BE A REAL YYMMDD DATE, AND MUST AGREE WITH
039340*    THE DATE ALREADY ON FILE WHEN THE LOT STILL HOLDS STOCK IN
039350*    THE BIN.  A RECEIPT INTO A KNOWN LOT WITH NO EXPIRY TAKES
039360*    THE LOT'S.
039370 2742-RECEIVE-MOVE-LOT.
039380     MOVE ARR-LOT-NET-WORK  TO ARR-LOT-QTY-WORK.
039390     MOVE ARR-LOT-NO-EXPIRY TO ARR-LOT-SRCH-EXP.
039400     IF ARR-MOVE-EXP-DATE NOT = SPACES
039410         IF ARR-MOVE-LOT-NO = SPACES
039420             MOVE "EXPIRY DATE GIVEN WITHOUT LOT NUMBER"
039430                 TO ARR-EXC-MOVE-RSN
039440             MOVE "M6" TO ARR-SUSP-RSN-WORK
039450             SET ARR-LOT-REJECTED TO TRUE
039460             GO TO 2742-RECEIVE-MOVE-LOT-EXIT
039470         END-IF
039480         IF ARR-MOVE-EXP-DATE NOT NUMERIC
039490             MOVE "EXPIRY DATE NOT A VALID YYMMDD DATE"
039500                 TO ARR-EXC-MOVE-RSN
039510             MOVE "M7" TO ARR-SUSP-RSN-WORK
039520             SET ARR-LOT-REJECTED TO TRUE
039530             GO TO 2742-RECEIVE-MOVE-LOT-EXIT
039540         END-IF
039550         IF ARR-MOVE-EXP-MM < 01 OR ARR-MOVE-EXP-MM > 12
039560             OR ARR-MOVE-EXP-DD < 01 OR ARR-MOVE-EXP-DD > 31
039570             MOVE "EXPIRY DATE NOT A VALID YYMMDD DATE"
039580                 TO ARR-EXC-MOVE-RSN
039590             MOVE "M7" TO ARR-SUSP-RSN-WORK
039600             SET ARR-LOT-REJECTED TO TRUE
039610             GO TO 2742-RECEIVE-MOVE-LOT-EXIT
039620         END-IF
039630         MOVE ARR-MOVE-EXP-DATE-N TO ARR-LOT-SRCH-EXP
039640     END-IF.
039650     IF ARR-MOVE-LOT-NO = SPACES
039660         GO TO 2742-RECEIVE-MOVE-LOT-POST
039670     END-IF.
039680     PERFORM 8400-FIND-LOT
039690         THRU 8400-FIND-LOT-EXIT.
039700     IF ARR-LOT-FOUND-SUB = 0
039710         GO TO 2742-RECEIVE-MOVE-LOT-POST
039720     END-IF.
039730     IF ARR-LOT-TBL-QTY (ARR-LOT-FOUND-SUB) = 0
039740         GO TO 2742-RECEIVE-MOVE-LOT-POST
039750     END-IF.
039760     IF ARR-MOVE-EXP-DATE = SPACES
039770         MOVE ARR-LOT-TBL-EXP (ARR-LOT-FOUND-SUB)
039780             TO ARR-LOT-SRCH-EXP
039790     END-IF.
039800     IF ARR-LOT-TBL-EXP (ARR-LOT-FOUND-SUB)
039810             NOT = ARR-LOT-SRCH-EXP
039820         MOVE "EXPIRY DATE DIFFERS FROM LOT ON FILE"
039830             TO ARR-EXC-MOVE-RSN
039840         MOVE "M8" TO ARR-SUSP-RSN-WORK
039850         SET ARR-LOT-REJECTED TO TRUE
039860         GO TO 2742-RECEIVE-MOVE-LOT-EXIT
039870     END-IF.
039880 2742-RECEIVE-MOVE-LOT-POST.
039890     PERFORM 8460-ADD-TO-LOT
039900         THRU 8460-ADD-TO-LOT-EXIT.
039910     IF ARR-LOT-FULL
039920         MOVE "LOT TABLE FULL - NO ROOM FOR NEW LOT"
039930             TO ARR-EXC-MOVE-RSN
039940         MOVE "MB" TO ARR-SUSP-RSN-WORK
039950         SET ARR-LOT-REJECTED TO TRUE
039960     END-IF.
039970 2742-RECEIVE-MOVE-LOT-EXIT.
039980     EXIT.
039990*
040000*    AN ISSUE OUT OF A LOT.  A NAMED LOT MUST HOLD THE WHOLE
040010*    QUANTITY IN THIS BIN; OTHERWISE THE DRAW IS EARLIEST EXPIRY
040020*    FIRST, AND SINCE THE LOTS SUM TO ELEM AND 2715 HAS ALREADY
040030*    REFUSED A NEGATIVE BIN, IT ALWAYS FINDS ENOUGH.
040040 2744-ISSUE-MOVE-LOT.
040050     COMPUTE ARR-LOT-QTY-WORK = 0 - ARR-LOT-NET-WORK.
040060     IF ARR-MOVE-LOT-NO = SPACES
040070         PERFORM 8440-DRAW-FEFO
040080             THRU 8440-DRAW-FEFO-EXIT
040090         GO TO 2744-ISSUE-MOVE-LOT-EXIT
040100     END-IF.
040110     PERFORM 8400-FIND-LOT
040120         THRU 8400-FIND-LOT-EXIT.
040130     IF ARR-LOT-FOUND-SUB = 0
040140         MOVE "NAMED LOT NOT IN BIN"
040150             TO ARR-EXC-MOVE-RSN
040160         MOVE "M9" TO ARR-SUSP-RSN-WORK
040170         SET ARR-LOT-REJECTED TO TRUE
040180         GO TO 2744-ISSUE-MOVE-LOT-EXIT
040190     END-IF.
040200     IF ARR-LOT-TBL-QTY (ARR-LOT-FOUND-SUB) = 0
040210         MOVE "NAMED LOT NOT IN BIN"
040220             TO ARR-EXC-MOVE-RSN
040230         MOVE "M9" TO ARR-SUSP-RSN-WORK
040240         SET ARR-LOT-REJECTED TO TRUE
040250         GO TO 2744-ISSUE-MOVE-LOT-EXIT
040260     END-IF.
040270     IF ARR-LOT-TBL-QTY (ARR-LOT-FOUND-SUB) < ARR-LOT-QTY-WORK
040280         MOVE "NAMED LOT HOLDS LESS THAN THE QUANTITY"
040290             TO ARR-EXC-MOVE-RSN
040300         MOVE "MA" TO ARR-SUSP-RSN-WORK
040310         SET ARR-LOT-REJECTED TO TRUE
040320         GO TO 2744-ISSUE-MOVE-LOT-EXIT
040330     END-IF.
040340     PERFORM 8450-TAKE-FROM-LOT
040350         THRU 8450-TAKE-FROM-LOT-EXIT.
040360 2744-ISSUE-MOVE-LOT-EXIT.
040370     EXIT.
040380*
040390*===============================================================
040400* 2746-CHECK-ORDER  -  A MOVEMENT QUOTING AN ORDER NUMBER MUST
040410*     BE AN ISSUE OF A POSITIVE QUANTITY, AND THE ORDER MUST
040420*     HAVE AN OPEN RESERVATION IN THE BIN IT IS ISSUED FROM.
040430*     CHECKED BEFORE ANYTHING IS POSTED; ON A PASS
040440*     ARR-RESV-FOUND-SUB IS LEFT POINTING AT THE RESERVATION
040450*     FOR 2748-CONSUME-RESERVATION.
040460*===============================================================
040470 2746-CHECK-ORDER.
040480     MOVE "N" TO ARR-RESV-REJECT-SW.
040490     IF NOT ARR-MOVE-ISSUE
040500         OR ARR-MOVE-QTY NOT > 0
040510         MOVE "ORDER NUMBER NOT ON A POSITIVE ISSUE"
040520             TO ARR-EXC-MOVE-RSN
040530         MOVE "MD" TO ARR-SUSP-RSN-WORK
040540         SET ARR-RESV-REJECTED TO TRUE
040550         PERFORM 2720-WRITE-MOVE-EXCEPTION
040560             THRU 2720-WRITE-MOVE-EXCEPTION-EXIT
040570         GO TO 2746-CHECK-ORDER-EXIT
040580     END-IF.
040590     MOVE ARR-MOVE-BIN-KEY  TO ARR-RESV-SRCH-KEY.
040600     MOVE ARR-MOVE-ORDER-NO TO ARR-RESV-SRCH-ORDER.
040610     PERFORM 8500-FIND-RESERVATION
040620         THRU 8500-FIND-RESERVATION-EXIT.
040630     IF ARR-RESV-FOUND-SUB = 0
040640         MOVE "NO OPEN RESERVATION FOR ORDER IN BIN"
040650             TO ARR-EXC-MOVE-RSN
040660         MOVE "MC" TO ARR-SUSP-RSN-WORK
040670         SET ARR-RESV-REJECTED TO TRUE
040680         PERFORM 2720-WRITE-MOVE-EXCEPTION
040690             THRU 2720-WRITE-MOVE-EXCEPTION-EXIT
040700     END-IF.
040710 2746-CHECK-ORDER-EXIT.
040720     EXIT.
040730*
040740*    THE ISSUE HAS POSTED - BOOK IT AGAINST THE ORDER.  IT
040750*    RELEASES AS MUCH OF THE RESERVATION AS IT SHIPPED; AN
040760*    ORDER SHIPPED IN FULL IS FILLED AND HOLDS NOTHING.
040770 2748-CONSUME-RESERVATION.
040780     ADD ARR-MOVE-QTY
040790         TO ARR-RESV-TBL-ISS-QTY (ARR-RESV-FOUND-SUB).
040800     IF ARR-RESV-TBL-RSV-QTY (ARR-RESV-FOUND-SUB) > ARR-MOVE-QTY
040810         SUBTRACT ARR-MOVE-QTY
040820             FROM ARR-RESV-TBL-RSV-QTY (ARR-RESV-FOUND-SUB)
040830     ELSE
040840         MOVE 0 TO ARR-RESV-TBL-RSV-QTY (ARR-RESV-FOUND-SUB)
040850     END-IF.
040860     MOVE ARR-RUN-DATE TO ARR-RESV-TBL-LAST (ARR-RESV-FOUND-SUB).
040870     ADD 1 TO ARR-RESV-CONSUMED-COUNT.
040880     IF ARR-RESV-TBL-ISS-QTY (ARR-RESV-FOUND-SUB)
040890             NOT < ARR-RESV-TBL-ORD-QTY (ARR-RESV-FOUND-SUB)
040900         MOVE 0 TO ARR-RESV-TBL-RSV-QTY (ARR-RESV-FOUND-SUB)
040910         MOVE "F" TO ARR-RESV-TBL-STAT (ARR-RESV-FOUND-SUB)
040920         ADD 1 TO ARR-RESV-FILLED-COUNT
040930         GO TO 2748-CONSUME-RESERVATION-EXIT
040940     END-IF.
040950     IF ARR-RESV-TBL-RSV-QTY (ARR-RESV-FOUND-SUB) = 0
040960         MOVE "O" TO ARR-RESV-TBL-STAT (ARR-RESV-FOUND-SUB)
040970         GO TO 2748-CONSUME-RESERVATION-EXIT
040980     END-IF.
040990     IF ARR-RESV-TBL-ISS-QTY (ARR-RESV-FOUND-SUB)
041000             + ARR-RESV-TBL-RSV-QTY (ARR-RESV-FOUND-SUB)
041010             < ARR-RESV-TBL-ORD-QTY (ARR-RESV-FOUND-SUB)
041020         MOVE "P" TO ARR-RESV-TBL-STAT (ARR-RESV-FOUND-SUB)
041030     ELSE
041040         MOVE "R" TO ARR-RESV-TBL-STAT (ARR-RESV-FOUND-SUB)
041050     END-IF.
041060 2748-CONSUME-RESERVATION-EXIT.
041070     EXIT.
041080*
041090*===============================================================
041100* 2750-APPLY-TRANSFERS  -  RUN MODE "M" ONLY.  APPLY THE
041110*     ARRXFER INTER-WAREHOUSE TRANSFER FILE - A "T" INITIATE
041120*     ISSUES THE QUANTITY FROM THE SOURCE BIN AND OPENS AN
041130*     IN-TRANSIT POSITION UNDER ITS DOCUMENT NUMBER; A "C"
041140*     CONFIRM BOOKS THE RECEIPT AT THE DESTINATION AND CLOSES
041150*     IT.  A REJECTED CONFIRM LEAVES ITS POSITION OPEN, SO A
041160*     RECEIPT THAT CANNOT LAND (BIN GONE, OVER CAPACITY) STAYS
041170*     VISIBLE ON THE AGING LIST INSTEAD OF VANISHING.  BOTH
041180*     LEGS LOG TO ARRAUD WITH SOURCE "T" AND THE TRANSFER
041190*     DOCUMENT.  THE STILL-OPEN POSITIONS ARE THEN CARRIED
041200*     FORWARD TO ARRINTRO FOR THE CLEANUP STEP TO PROMOTE.
041210*===============================================================
041220 2750-APPLY-TRANSFERS.
041230     OPEN OUTPUT ARR-INTR-OUT-FILE.
041240     PERFORM 2752-REPLAY-RELEASED-XFERS
041250         THRU 2752-REPLAY-RELEASED-XFERS-EXIT.
041260     OPEN INPUT ARR-XFER-FILE.
041270     IF ARR-XFER-NOT-FOUND
041280         DISPLAY "ARRAYDEMO - NO ARRXFER TRANSFER FILE - "
041290             "NOTHING TO APPLY THIS RUN"
041300         GO TO 2750-APPLY-TRANSFERS-WRAP
041310     END-IF.
041320     PERFORM 2760-APPLY-ONE-TRANSFER
041330         THRU 2760-APPLY-ONE-TRANSFER-EXIT
041340         UNTIL ARR-XFER-EOF.
041350     CLOSE ARR-XFER-FILE.
041360     DISPLAY "ARRAYDEMO - TRANSFERS INITIATED: "
041370         ARR-XFER-INIT-COUNT
041380         "  CONFIRMED: " ARR-XFER-CONF-COUNT
041390         "  REJECTED: " ARR-XFER-REJ-COUNT.
041400 2750-APPLY-TRANSFERS-WRAP.
041410     PERFORM 2780-SAVE-IN-TRANSIT
041420         THRU 2780-SAVE-IN-TRANSIT-EXIT.
041430 2750-APPLY-TRANSFERS-EXIT.
041440     EXIT.
041450*
041460*
041470*    RELEASED ARRXFER TRANSFERS FROM SUSPENSE POST FIRST, THROUGH
041480*    THE SAME CHECKS AS TONIGHT'S FILE.
041490 2752-REPLAY-RELEASED-XFERS.
041500     IF ARR-SREL-COUNT = 0
041510         GO TO 2752-REPLAY-RELEASED-XFERS-EXIT
041520     END-IF.
041530     SET ARR-SUSP-REPLAYING TO TRUE.
041540     MOVE 0 TO ARR-SREL-REPLAY-COUNT.
041550     PERFORM 2754-REPLAY-ONE-XFER
041560         THRU 2754-REPLAY-ONE-XFER-EXIT
041570         VARYING ARR-SREL-SUB FROM 1 BY 1
041580         UNTIL ARR-SREL-SUB > ARR-SREL-COUNT.
041590     MOVE "N" TO ARR-SUSP-REPLAY-SW.
041600     DISPLAY "ARRAYDEMO - RELEASED TRANSFERS REPLAYED: "
041610         ARR-SREL-REPLAY-COUNT.
041620 2752-REPLAY-RELEASED-XFERS-EXIT.
041630     EXIT.
041640*
041650 2754-REPLAY-ONE-XFER.
041660     IF ARR-SREL-SOURCE (ARR-SREL-SUB) NOT = "T"
041670         GO TO 2754-REPLAY-ONE-XFER-EXIT
041680     END-IF.
041690     ADD 1 TO ARR-SREL-REPLAY-COUNT.
041700     MOVE ARR-SREL-IMAGE (ARR-SREL-SUB) TO ARR-XFER-REC.
041710     MOVE ARR-SREL-IMAGE (ARR-SREL-SUB) TO ARR-SUSP-IMAGE-WORK.
041720     MOVE ARR-SREL-BATCH (ARR-SREL-SUB) TO ARR-SUSP-BATCH-WORK.
041730     MOVE ARR-SREL-FIRST (ARR-SREL-SUB) TO ARR-SUSP-FIRST-WORK.
041740     PERFORM 2761-POST-ONE-TRANSFER
041750         THRU 2761-POST-ONE-TRANSFER-EXIT.
041760 2754-REPLAY-ONE-XFER-EXIT.
041770     EXIT.
041780*
041790 2760-APPLY-ONE-TRANSFER.
041800     READ ARR-XFER-FILE INTO ARR-XFER-REC
041810         AT END
041820             SET ARR-XFER-EOF TO TRUE
041830             GO TO 2760-APPLY-ONE-TRANSFER-EXIT
041840     END-READ.
041850     MOVE ARR-XFER-REC TO ARR-SUSP-IMAGE-WORK.
041860     MOVE ARR-RUN-BATCH-ID TO ARR-SUSP-BATCH-WORK.
041870     MOVE ARR-RUN-DATE TO ARR-SUSP-FIRST-WORK.
041880     PERFORM 2761-POST-ONE-TRANSFER
041890         THRU 2761-POST-ONE-TRANSFER-EXIT.
041900 2760-APPLY-ONE-TRANSFER-EXIT.
041910     EXIT.
041920*
041930 2761-POST-ONE-TRANSFER.
041940     IF NOT ARR-XFER-TYPE-VALID
041950         MOVE "TRANSFER TYPE NOT T OR C"
041960             TO ARR-EXC-MOVE-RSN
041970         MOVE "T1" TO ARR-SUSP-RSN-WORK
041980         PERFORM 2770-WRITE-XFER-EXCEPTION
041990             THRU 2770-WRITE-XFER-EXCEPTION-EXIT
042000         GO TO 2761-POST-ONE-TRANSFER-EXIT
042010     END-IF.
042020     IF ARR-XFER-INITIATE
042030         PERFORM 2762-INITIATE-TRANSFER
042040             THRU 2762-INITIATE-TRANSFER-EXIT
042050     ELSE
042060         PERFORM 2764-CONFIRM-TRANSFER
042070             THRU 2764-CONFIRM-TRANSFER-EXIT
042080     END-IF.
042090 2761-POST-ONE-TRANSFER-EXIT.
042100     EXIT.
042110*
042120*===============================================================
042130* 2762-INITIATE-TRANSFER  -  ISSUE THE QUANTITY FROM THE SOURCE
042140*     BIN AND OPEN THE IN-TRANSIT POSITION.  THE DESTINATION
042150*     BIN MUST ALREADY BE ON THE ARRAY - A CONFIRM CAN ONLY
042160*     RECEIVE INTO A BIN THE ARRAY KNOWS - SO A MIS-KEYED
042170*     DESTINATION IS REFUSED UP FRONT, BEFORE THE STOCK LEAVES
042180*     THE SOURCE.
042190*===============================================================
042200 2762-INITIATE-TRANSFER.
042210     IF ARR-XFER-QTY NOT NUMERIC
042220         MOVE ZERO TO ARR-XFER-QTY
042230         MOVE "TRANSFER QUANTITY NOT NUMERIC"
042240             TO ARR-EXC-MOVE-RSN
042250         MOVE "T2" TO ARR-SUSP-RSN-WORK
042260         PERFORM 2770-WRITE-XFER-EXCEPTION
042270             THRU 2770-WRITE-XFER-EXCEPTION-EXIT
042280         GO TO 2762-INITIATE-TRANSFER-EXIT
042290     END-IF.
042300     IF ARR-XFER-QTY = 0
042310         MOVE "TRANSFER QUANTITY IS ZERO"
042320             TO ARR-EXC-MOVE-RSN
042330         MOVE "T3" TO ARR-SUSP-RSN-WORK
042340         PERFORM 2770-WRITE-XFER-EXCEPTION
042350             THRU 2770-WRITE-XFER-EXCEPTION-EXIT
042360         GO TO 2762-INITIATE-TRANSFER-EXIT
042370     END-IF.
042380     IF ARR-INTR-COUNT = ARR-INTR-MAX-ENTRIES
042390         MOVE "IN-TRANSIT TABLE FULL"
042400             TO ARR-EXC-MOVE-RSN
042410         MOVE "T4" TO ARR-SUSP-RSN-WORK
042420         PERFORM 2770-WRITE-XFER-EXCEPTION
042430             THRU 2770-WRITE-XFER-EXCEPTION-EXIT
042440         GO TO 2762-INITIATE-TRANSFER-EXIT
042450     END-IF.
042460     MOVE ARR-XFER-TO-KEY TO ARR-LOOKUP-KEY.
042470     PERFORM 8000-FIND-BIN-CODE
042480         THRU 8000-FIND-BIN-CODE-EXIT.
042490     IF NOT ARR-LOOKUP-FOUND
042500         MOVE "TRANSFER DEST BIN NOT ON ARRAY"
042510             TO ARR-EXC-MOVE-RSN
042520         MOVE "T5" TO ARR-SUSP-RSN-WORK
042530         PERFORM 2770-WRITE-XFER-EXCEPTION
042540             THRU 2770-WRITE-XFER-EXCEPTION-EXIT
042550         GO TO 2762-INITIATE-TRANSFER-EXIT
042560     END-IF.
042570     MOVE ARR-XFER-FROM-KEY TO ARR-LOOKUP-KEY.
042580     PERFORM 8000-FIND-BIN-CODE
042590         THRU 8000-FIND-BIN-CODE-EXIT.
042600     IF NOT ARR-LOOKUP-FOUND
042610         MOVE "TRANSFER SOURCE BIN NOT ON ARRAY"
042620             TO ARR-EXC-MOVE-RSN
042630         MOVE "T6" TO ARR-SUSP-RSN-WORK
042640         PERFORM 2770-WRITE-XFER-EXCEPTION
042650             THRU 2770-WRITE-XFER-EXCEPTION-EXIT
042660         GO TO 2762-INITIATE-TRANSFER-EXIT
042670     END-IF.
042680     COMPUTE ARR-XFER-NEW-WORK
042690         = ELEM (ARR-IDX) - ARR-XFER-QTY.
042700     IF ARR-XFER-NEW-WORK < 0
042710         MOVE "TRANSFER WOULD DRIVE SOURCE NEGATIVE"
042720             TO ARR-EXC-MOVE-RSN
042730         MOVE "T7" TO ARR-SUSP-RSN-WORK
042740         PERFORM 2770-WRITE-XFER-EXCEPTION
042750             THRU 2770-WRITE-XFER-EXCEPTION-EXIT
042760         GO TO 2762-INITIATE-TRANSFER-EXIT
042770     END-IF.
042780     MOVE ELEM (ARR-IDX)    TO ARR-AUD-PRIOR-VAL.
042790     MOVE ARR-XFER-NEW-WORK TO ELEM (ARR-IDX).
042800     MOVE "T"               TO ARR-AUD-SOURCE-CD.
042810     MOVE ARR-XFER-DOC-NO   TO ARR-AUD-DOC-WORK.
042820     PERFORM 2300-WRITE-AUDIT-RECORD
042830         THRU 2300-WRITE-AUDIT-RECORD-EXIT.
042840     MOVE ARR-XFER-FROM-KEY TO ARR-LOT-SRCH-KEY.
042850     MOVE ARR-XFER-QTY      TO ARR-LOT-QTY-WORK.
042860     PERFORM 8440-DRAW-FEFO
042870         THRU 8440-DRAW-FEFO-EXIT.
042880     ADD 1 TO ARR-INTR-COUNT.
042890     MOVE ARR-XFER-DOC-NO
042900         TO ARR-INTR-TBL-DOC (ARR-INTR-COUNT).
042910     MOVE ARR-XFER-FROM-KEY
042920         TO ARR-INTR-TBL-FROM (ARR-INTR-COUNT).
042930     MOVE ARR-XFER-TO-KEY
042940         TO ARR-INTR-TBL-TO (ARR-INTR-COUNT).
042950     MOVE ARR-XFER-QTY
042960         TO ARR-INTR-TBL-QTY (ARR-INTR-COUNT).
042970     MOVE ARR-RUN-DATE
042980         TO ARR-INTR-TBL-DATE (ARR-INTR-COUNT).
042990     MOVE "O" TO ARR-INTR-TBL-OPEN-SW (ARR-INTR-COUNT).
043000     MOVE ARR-LOT-FIRST-NO
043010         TO ARR-INTR-TBL-LOT (ARR-INTR-COUNT).
043020     MOVE ARR-LOT-FIRST-EXP
043030         TO ARR-INTR-TBL-EXP (ARR-INTR-COUNT).
043040     ADD 1 TO ARR-XFER-INIT-COUNT.
043050 2762-INITIATE-TRANSFER-EXIT.
043060     EXIT.
043070*
043080*===============================================================
043090* 2764-CONFIRM-TRANSFER  -  BOOK THE RECEIPT AT THE DESTINATION
043100*     BIN OF THE OPEN POSITION MATCHING THE DOCUMENT NUMBER AND
043110*     CLOSE IT.  A CONFIRM THAT CANNOT LAND LEAVES THE POSITION
043120*     OPEN AND GOES TO ARREXC.
043130*===============================================================
043140 2764-CONFIRM-TRANSFER.
043150     PERFORM 2766-FIND-OPEN-TRANSFER
043160         THRU 2766-FIND-OPEN-TRANSFER-EXIT.
043170     IF ARR-INTR-FOUND-SUB = 0
043180         MOVE "NO OPEN TRANSFER FOR DOCUMENT"
043190             TO ARR-EXC-MOVE-RSN
043200         MOVE "T8" TO ARR-SUSP-RSN-WORK
043210         PERFORM 2770-WRITE-XFER-EXCEPTION
043220             THRU 2770-WRITE-XFER-EXCEPTION-EXIT
043230         GO TO 2764-CONFIRM-TRANSFER-EXIT
043240     END-IF.
043250     MOVE ARR-INTR-TBL-TO (ARR-INTR-FOUND-SUB)
043260         TO ARR-LOOKUP-KEY.
043270     PERFORM 8000-FIND-BIN-CODE
043280         THRU 8000-FIND-BIN-CODE-EXIT.
043290     IF NOT ARR-LOOKUP-FOUND
043300         MOVE "TRANSFER DEST BIN NOT ON ARRAY"
043310             TO ARR-EXC-MOVE-RSN
043320         MOVE "T5" TO ARR-SUSP-RSN-WORK
043330         PERFORM 2770-WRITE-XFER-EXCEPTION
043340             THRU 2770-WRITE-XFER-EXCEPTION-EXIT
043350         GO TO 2764-CONFIRM-TRANSFER-EXIT
043360     END-IF.
043370     COMPUTE ARR-XFER-NEW-WORK
043380         = ELEM (ARR-IDX)
043390         + ARR-INTR-TBL-QTY (ARR-INTR-FOUND-SUB).
043400     MOVE ARR-MAX-CAPACITY TO ARR-BIN-CAP-WORK.
043410     IF ARR-BINM-AVAIL
043420         MOVE ARR-INTR-TBL-TO-CODE (ARR-INTR-FOUND-SUB)
043430             TO ARR-BINM-LOOKUP-CODE
043440         PERFORM 8100-FIND-BIN-MASTER
043450             THRU 8100-FIND-BIN-MASTER-EXIT
043460         IF ARR-BINM-FOUND
043470             MOVE ARR-BINM-MAX-CAP
043480                 TO ARR-BIN-CAP-WORK
043490         END-IF
043500     END-IF.
043510     IF ARR-XFER-NEW-WORK > ARR-BIN-CAP-WORK
043520         MOVE "TRANSFER WOULD EXCEED DEST CAPACITY"
043530             TO ARR-EXC-MOVE-RSN
043540         MOVE "T9" TO ARR-SUSP-RSN-WORK
043550         PERFORM 2770-WRITE-XFER-EXCEPTION
043560             THRU 2770-WRITE-XFER-EXCEPTION-EXIT
043570         GO TO 2764-CONFIRM-TRANSFER-EXIT
043580     END-IF.
043590     MOVE ELEM (ARR-IDX)    TO ARR-AUD-PRIOR-VAL.
043600     MOVE ARR-XFER-NEW-WORK TO ELEM (ARR-IDX).
043610     MOVE "T"               TO ARR-AUD-SOURCE-CD.
043620     MOVE ARR-XFER-DOC-NO   TO ARR-AUD-DOC-WORK.
043630     PERFORM 2300-WRITE-AUDIT-RECORD
043640         THRU 2300-WRITE-AUDIT-RECORD-EXIT.
043650     MOVE "C" TO ARR-INTR-TBL-OPEN-SW (ARR-INTR-FOUND-SUB).
043660*    THE RECEIPT LANDS UNDER THE LOT THE INITIATE DREW FIRST.  A
043670*    FULL LOT TABLE LEAVES IT FOR 7300-SAVE-LOTS TO BALANCE IN
043680*    UNLOTTED RATHER THAN REFUSING STOCK ALREADY ON THE DOCK.
043690     MOVE ARR-INTR-TBL-TO (ARR-INTR-FOUND-SUB)
043700         TO ARR-LOT-SRCH-KEY.
043710     MOVE ARR-INTR-TBL-LOT (ARR-INTR-FOUND-SUB)
043720         TO ARR-LOT-SRCH-NO.
043730     MOVE ARR-INTR-TBL-EXP (ARR-INTR-FOUND-SUB)
043740         TO ARR-LOT-SRCH-EXP.
043750     MOVE ARR-INTR-TBL-QTY (ARR-INTR-FOUND-SUB)
043760         TO ARR-LOT-QTY-WORK.
043770     PERFORM 8460-ADD-TO-LOT
043780         THRU 8460-ADD-TO-LOT-EXIT.
043790     IF ARR-LOT-FULL
043800         DISPLAY "ARRAYDEMO - LOT TABLE FULL - TRANSFER "
043810             ARR-XFER-DOC-NO " RECEIVED UNLOTTED"
043820     END-IF.
043830     ADD 1 TO ARR-XFER-CONF-COUNT.
043840 2764-CONFIRM-TRANSFER-EXIT.
043850     EXIT.
043860*
043870*    FIND THE OPEN IN-TRANSIT POSITION FOR ARR-XFER-DOC-NO -
043880*    ZERO IN ARR-INTR-FOUND-SUB WHEN THERE IS NONE.
043890 2766-FIND-OPEN-TRANSFER.
043900     MOVE 0 TO ARR-INTR-FOUND-SUB.
043910     PERFORM 2768-MATCH-ONE-TRANSFER
043920         THRU 2768-MATCH-ONE-TRANSFER-EXIT
043930         VARYING ARR-INTR-SCAN-SUB FROM 1 BY 1
043940         UNTIL ARR-INTR-SCAN-SUB > ARR-INTR-COUNT
043950         OR ARR-INTR-FOUND-SUB > 0.
043960 2766-FIND-OPEN-TRANSFER-EXIT.
043970     EXIT.
043980*
043990 2768-MATCH-ONE-TRANSFER.
044000     IF ARR-INTR-TBL-OPEN (ARR-INTR-SCAN-SUB)
044010         AND ARR-INTR-TBL-DOC (ARR-INTR-SCAN-SUB)
044020             = ARR-XFER-DOC-NO
044030         MOVE ARR-INTR-SCAN-SUB TO ARR-INTR-FOUND-SUB
044040     END-IF.
044050 2768-MATCH-ONE-TRANSFER-EXIT.
044060     EXIT.
044070*
044080*===============================================================
044090* 2770-WRITE-XFER-EXCEPTION  -  LOG A REJECTED ARRXFER RECORD
044100*     TO ARREXC ON THE MOVEMENT EXCEPTION LINE - THE TRANSFER
044110*     TYPE, SOURCE KEY, QUANTITY AND DOCUMENT FILL THE SAME
044120*     COLUMNS.  THE REASON TEXT IS SET BY THE CALLER.
044130*===============================================================
044140 2770-WRITE-XFER-EXCEPTION.
044150     ADD 1 TO ARR-EXC-COUNT.
044160     ADD 1 TO ARR-XFER-REJ-COUNT.
044170     MOVE ARR-XFER-FROM-WHSE TO ARR-EXC-MOVE-WHSE.
044180     MOVE ARR-XFER-FROM-CODE TO ARR-EXC-MOVE-CODE.
044190     MOVE ARR-XFER-TYPE      TO ARR-EXC-MOVE-TYPE.
044200     IF ARR-XFER-QTY NUMERIC
044210         MOVE ARR-XFER-QTY   TO ARR-EXC-MOVE-QTY
044220     ELSE
044230         MOVE 0              TO ARR-EXC-MOVE-QTY
044240     END-IF.
044250     MOVE ARR-XFER-DOC-NO    TO ARR-EXC-MOVE-DOC.
044260     WRITE ARR-EXCEPTION-REC FROM ARR-EXC-MOVE-LINE.
044270     MOVE "T" TO ARR-SUSP-SOURCE-WORK.
044280     PERFORM 2250-WRITE-SUSPENSE
044290         THRU 2250-WRITE-SUSPENSE-EXIT.
044300 2770-WRITE-XFER-EXCEPTION-EXIT.
044310     EXIT.
044320*
044330*===============================================================
044340* 2780-SAVE-IN-TRANSIT  -  WRITE EVERY STILL-OPEN POSITION TO
044350*     THE ARRINTRO CARRY-FORWARD.  ARRINTRO IS ALWAYS WRITTEN
044360*     ON A MODE-M RUN, EVEN EMPTY, SO THE CLEANUP STEP ALWAYS
044370*     HAS A FILE TO PROMOTE - THE SAME RULE AS ARRCORRO.
044380*===============================================================
044390 2780-SAVE-IN-TRANSIT.
044400     IF ARR-INTR-COUNT > 0
044410         PERFORM 2790-WRITE-ONE-INTR
044420             THRU 2790-WRITE-ONE-INTR-EXIT
044430             VARYING ARR-INTR-SCAN-SUB FROM 1 BY 1
044440             UNTIL ARR-INTR-SCAN-SUB > ARR-INTR-COUNT
044450     END-IF.
044460     CLOSE ARR-INTR-OUT-FILE.
044470 2780-SAVE-IN-TRANSIT-EXIT.
044480     EXIT.
044490*
044500 2790-WRITE-ONE-INTR.
044510     IF NOT ARR-INTR-TBL-OPEN (ARR-INTR-SCAN-SUB)
044520         GO TO 2790-WRITE-ONE-INTR-EXIT
044530     END-IF.
044540     MOVE SPACES TO ARR-INTR-OUT-REC.
044550     MOVE ARR-INTR-TBL-DOC (ARR-INTR-SCAN-SUB)
044560         TO ARR-INTR-OUT-DOC-NO.
044570     MOVE ARR-INTR-TBL-FROM (ARR-INTR-SCAN-SUB)
044580         TO ARR-INTR-OUT-FROM-KEY.
044590     MOVE ARR-INTR-TBL-TO (ARR-INTR-SCAN-SUB)
044600         TO ARR-INTR-OUT-TO-KEY.
044610     MOVE ARR-INTR-TBL-QTY (ARR-INTR-SCAN-SUB)
044620         TO ARR-INTR-OUT-QTY.
044630     MOVE ARR-INTR-TBL-DATE (ARR-INTR-SCAN-SUB)
044640         TO ARR-INTR-OUT-SENT-DATE.
044650     MOVE ARR-INTR-TBL-LOT (ARR-INTR-SCAN-SUB)
044660         TO ARR-INTR-OUT-LOT-NO.
044670     MOVE ARR-INTR-TBL-EXP (ARR-INTR-SCAN-SUB)
044680         TO ARR-INTR-OUT-EXP-DATE.
044690     WRITE ARR-INTR-OUT-REC.
044700 2790-WRITE-ONE-INTR-EXIT.
044710     EXIT.
044720*
044730*===============================================================
044740* 2792-SAVE-PO-LINES  -  RUN MODE "M" ONLY.  WRITE THE PURCHASE
044750*     ORDER TABLE, WITH THIS RUN'S RECEIPTS ADDED, TO THE ARRPOO
044760*     CARRY-FORWARD.  ALWAYS WRITTEN, EVEN EMPTY, SO THE CLEANUP
044770*     STEP ALWAYS HAS A FILE TO PROMOTE.
044780*===============================================================
044790 2792-SAVE-PO-LINES.
044800     OPEN OUTPUT ARR-PO-OUT-FILE.
044810     IF ARR-PO-COUNT > 0
044820         PERFORM 2794-WRITE-ONE-PO
044830             THRU 2794-WRITE-ONE-PO-EXIT
044840             VARYING ARR-PO-SCAN-SUB FROM 1 BY 1
044850             UNTIL ARR-PO-SCAN-SUB > ARR-PO-COUNT
044860     END-IF.
044870     CLOSE ARR-PO-OUT-FILE.
044880     DISPLAY "ARRAYDEMO - RECEIPTS MATCHED TO PO LINES: "
044890         ARR-PO-RECEIPT-COUNT.
044900 2792-SAVE-PO-LINES-EXIT.
044910     EXIT.
044920*
044930 2794-WRITE-ONE-PO.
044940     MOVE SPACES TO ARR-PO-OUT-REC.
044950     MOVE ARR-PO-TBL-ID (ARR-PO-SCAN-SUB)  TO ARR-PO-OUT-ID.
044960     MOVE ARR-PO-TBL-KEY (ARR-PO-SCAN-SUB) TO ARR-PO-OUT-BIN-KEY.
044970     MOVE ARR-PO-TBL-ORD-QTY (ARR-PO-SCAN-SUB)
044980         TO ARR-PO-OUT-ORD-QTY.
044990     MOVE ARR-PO-TBL-RCV-QTY (ARR-PO-SCAN-SUB)
045000         TO ARR-PO-OUT-RCV-QTY.
045010     MOVE ARR-PO-TBL-PROM (ARR-PO-SCAN-SUB)
045020         TO ARR-PO-OUT-PROM-DATE.
045030     MOVE ARR-PO-TBL-STAT (ARR-PO-SCAN-SUB) TO ARR-PO-OUT-STAT.
045040     MOVE ARR-PO-TBL-TOL (ARR-PO-SCAN-SUB)  TO ARR-PO-OUT-TOL-PCT.
045050     MOVE ARR-PO-TBL-LAST (ARR-PO-SCAN-SUB)
045060         TO ARR-PO-OUT-LAST-RCV.
045070     WRITE ARR-PO-OUT-REC.
045080 2794-WRITE-ONE-PO-EXIT.
045090     EXIT.
045100*
045110*===============================================================
045120* 2796-SAVE-RESERVATIONS  -  RUN MODE "M" ONLY.  WRITE THE
045130*     RESERVATION TABLE, AS THIS RUN'S ISSUES LEFT IT, TO THE
045140*     ARRRESVO CARRY-FORWARD.  FILLED AND CANCELLED ORDERS GO
045150*     FORWARD TOO - THE NEXT ARRALLOC RUN LISTS THEM ONCE AND
045160*     DROPS THEM.  ALWAYS WRITTEN, EVEN EMPTY, SO THE CLEANUP
045170*     STEP ALWAYS HAS A FILE TO PROMOTE.
045180*===============================================================
045190 2796-SAVE-RESERVATIONS.
045200     OPEN OUTPUT ARR-RESV-OUT-FILE.
045210     IF ARR-RESV-COUNT > 0
045220         PERFORM 2798-WRITE-ONE-RESV
045230             THRU 2798-WRITE-ONE-RESV-EXIT
045240             VARYING ARR-RESV-SCAN-SUB FROM 1 BY 1
045250             UNTIL ARR-RESV-SCAN-SUB > ARR-RESV-COUNT
045260     END-IF.
045270     CLOSE ARR-RESV-OUT-FILE.
045280     DISPLAY "ARRAYDEMO - ORDER ISSUES AGAINST RESERVATIONS: "
045290         ARR-RESV-CONSUMED-COUNT
045300         "  ORDERS FILLED: " ARR-RESV-FILLED-COUNT.
045310 2796-SAVE-RESERVATIONS-EXIT.
045320     EXIT.
045330*
045340 2798-WRITE-ONE-RESV.
045350     MOVE SPACES TO ARR-RESV-OUT-REC.
045360     MOVE ARR-RESV-TBL-KEY (ARR-RESV-SCAN-SUB)
045370         TO ARR-RESV-OUT-BIN-KEY.
045380     MOVE ARR-RESV-TBL-ORDER (ARR-RESV-SCAN-SUB)
045390         TO ARR-RESV-OUT-ORDER-NO.
045400     MOVE ARR-RESV-TBL-ORD-QTY (ARR-RESV-SCAN-SUB)
045410         TO ARR-RESV-OUT-ORD-QTY.
045420     MOVE ARR-RESV-TBL-RSV-QTY (ARR-RESV-SCAN-SUB)
045430         TO ARR-RESV-OUT-RSV-QTY.
045440     MOVE ARR-RESV-TBL-ISS-QTY (ARR-RESV-SCAN-SUB)
045450         TO ARR-RESV-OUT-ISS-QTY.
045460     MOVE ARR-RESV-TBL-DUE (ARR-RESV-SCAN-SUB)
045470         TO ARR-RESV-OUT-DUE-DATE.
045480     MOVE ARR-RESV-TBL-STAT (ARR-RESV-SCAN-SUB)
045490         TO ARR-RESV-OUT-STAT.
045500     MOVE ARR-RESV-TBL-ENTRY-DT (ARR-RESV-SCAN-SUB)
045510         TO ARR-RESV-OUT-ENTRY.
045520     MOVE ARR-RESV-TBL-LAST (ARR-RESV-SCAN-SUB)
045530         TO ARR-RESV-OUT-LAST.
045540     WRITE ARR-RESV-OUT-REC.
045550 2798-WRITE-ONE-RESV-EXIT.
045560     EXIT.
045570*
045580*===============================================================
045590* 2800-PROCESS-CYCLE-COUNTS  -  RUN MODE "C" ONLY.  COMPARE THE
045600*     ARRCYCT PHYSICAL CYCLE COUNTS AGAINST THE BOOK VALUES IN
045610*     THE ARRAY JUST REBUILT FROM THE SNAPSHOT (CORRECTIONS
045620*     ALREADY APPLIED), PRINT THE ARRCYCR VARIANCE LISTING, AND
045630*     WRITE AN ADJUSTMENT IN ARRCORR LAYOUT ONTO THE ARRCORRO
045640*     CARRY-FORWARD FOR EVERY CONFIRMED DIFFERENCE, GRADED
045650*     AGAINST THE ARRTHRC THRESHOLDS SO A LARGE COUNT SWING
045660*     STILL PASSES THROUGH SUPERVISOR APPROVAL.  THE BOOK VALUE
045670*     ITSELF IS NOT TOUCHED THIS RUN - THE EXISTING CORRECTION
045680*     PATH BOOKS THE ADJUSTMENT ON THE NEXT RUN.
045690*===============================================================
045700 2800-PROCESS-CYCLE-COUNTS.
045710     OPEN OUTPUT ARR-CYCR-FILE.
045720     MOVE ARR-RUN-MM TO ARR-CYC-HDR-MM.
045730     MOVE ARR-RUN-DD TO ARR-CYC-HDR-DD.
045740     MOVE ARR-RUN-YY TO ARR-CYC-HDR-YY.
045750     WRITE ARR-CYCR-REC FROM ARR-CYC-HDR-LINE.
045760     PERFORM 2850-LOAD-THRESHOLDS
045770         THRU 2850-LOAD-THRESHOLDS-EXIT.
045780     OPEN INPUT ARR-CYCT-FILE.
045790     IF ARR-CYCT-NOT-FOUND
045800         DISPLAY "ARRAYDEMO - NO ARRCYCT CYCLE COUNT FILE - "
045810             "NOTHING TO COMPARE THIS RUN"
045820         WRITE ARR-CYCR-REC FROM ARR-CYC-NONE-LINE
045830         GO TO 2800-PROCESS-CYCLE-COUNTS-WRAP
045840     END-IF.
045850     WRITE ARR-CYCR-REC FROM ARR-CYC-COL-LINE.
045860     PERFORM 2810-PROCESS-ONE-COUNT
045870         THRU 2810-PROCESS-ONE-COUNT-EXIT
045880         UNTIL ARR-CYCT-EOF.
045890     CLOSE ARR-CYCT-FILE.
045900 2800-PROCESS-CYCLE-COUNTS-WRAP.
045910     MOVE ARR-CYC-READ-COUNT  TO ARR-CYC-TOT-READ.
045920     MOVE ARR-CYC-MATCH-COUNT TO ARR-CYC-TOT-MAT.
045930     MOVE ARR-CYC-ADJ-COUNT   TO ARR-CYC-TOT-ADJ.
045940     WRITE ARR-CYCR-REC FROM ARR-CYC-TOT-LINE.
045950     CLOSE ARR-CYCR-FILE.
045960     DISPLAY "ARRAYDEMO - CYCLE COUNTS READ "
045970         ARR-CYC-READ-COUNT "  ADJUSTMENTS WRITTEN "
045980         ARR-CYC-ADJ-COUNT.
045990     PERFORM 2830-SAVE-ABC-CLASSES
046000         THRU 2830-SAVE-ABC-CLASSES-EXIT.
046010 2800-PROCESS-CYCLE-COUNTS-EXIT.
046020     EXIT.
046030*
046040 2810-PROCESS-ONE-COUNT.
046050     READ ARR-CYCT-FILE
046060         AT END
046070             SET ARR-CYCT-EOF TO TRUE
046080             GO TO 2810-PROCESS-ONE-COUNT-EXIT
046090     END-READ.
046100     ADD 1 TO ARR-CYC-READ-COUNT.
046110     MOVE ARR-CYCT-WHSE       TO ARR-CYC-DTL-WHSE.
046120     MOVE ARR-CYCT-CODE       TO ARR-CYC-DTL-CODE.
046130     MOVE ARR-CYCT-COUNTER-ID TO ARR-CYC-DTL-CTR.
046140     MOVE ARR-CYCT-MM         TO ARR-CYC-DTL-MM.
046150     MOVE ARR-CYCT-DD         TO ARR-CYC-DTL-DD.
046160     MOVE ARR-CYCT-YY         TO ARR-CYC-DTL-YY.
046170     IF ARR-CYCT-QTY-X = SPACES
046180         MOVE 0 TO ARR-CYC-DTL-BOOK
046190         MOVE 0 TO ARR-CYC-DTL-CNT
046200         MOVE 0 TO ARR-CYC-DTL-DIF
046210         MOVE 0 TO ARR-CYC-DTL-PCT
046220         MOVE "NOT COUNTED" TO ARR-CYC-DTL-ACT
046230         WRITE ARR-CYCR-REC FROM ARR-CYC-DTL-LINE
046240         GO TO 2810-PROCESS-ONE-COUNT-EXIT
046250     END-IF.
046260     IF ARR-CYCT-QTY NOT NUMERIC
046270         MOVE 0 TO ARR-CYC-DTL-BOOK
046280         MOVE 0 TO ARR-CYC-DTL-CNT
046290         MOVE 0 TO ARR-CYC-DTL-DIF
046300         MOVE 0 TO ARR-CYC-DTL-PCT
046310         MOVE "COUNT NOT NUM" TO ARR-CYC-DTL-ACT
046320         WRITE ARR-CYCR-REC FROM ARR-CYC-DTL-LINE
046330         GO TO 2810-PROCESS-ONE-COUNT-EXIT
046340     END-IF.
046350     MOVE ARR-CYCT-BIN-KEY TO ARR-LOOKUP-KEY.
046360     PERFORM 8000-FIND-BIN-CODE
046370         THRU 8000-FIND-BIN-CODE-EXIT.
046380     IF NOT ARR-LOOKUP-FOUND
046390         MOVE 0 TO ARR-CYC-DTL-BOOK
046400         MOVE ARR-CYCT-QTY TO ARR-CYC-DTL-CNT
046410         MOVE 0 TO ARR-CYC-DTL-DIF
046420         MOVE 0 TO ARR-CYC-DTL-PCT
046430         MOVE "NOT ON ARRAY" TO ARR-CYC-DTL-ACT
046440         WRITE ARR-CYCR-REC FROM ARR-CYC-DTL-LINE
046450         GO TO 2810-PROCESS-ONE-COUNT-EXIT
046460     END-IF.
046470     PERFORM 2825-STAMP-COUNT-DATE
046480         THRU 2825-STAMP-COUNT-DATE-EXIT.
046490     MOVE ELEM (ARR-IDX) TO ARR-CYC-BOOK-VAL.
046500     COMPUTE ARR-CYC-DIFF = ARR-CYCT-QTY - ARR-CYC-BOOK-VAL.
046510     MOVE ARR-CYC-BOOK-VAL TO ARR-CYC-DTL-BOOK.
046520     MOVE ARR-CYCT-QTY     TO ARR-CYC-DTL-CNT.
046530     MOVE ARR-CYC-DIFF     TO ARR-CYC-DTL-DIF.
046540     MOVE ARR-CYC-DIFF     TO ARR-CYC-ABS-DIFF.
046550     IF ARR-CYC-DIFF < 0
046560         COMPUTE ARR-CYC-ABS-DIFF = 0 - ARR-CYC-DIFF
046570     END-IF.
046580     IF ARR-CYC-BOOK-VAL > 0
046590         COMPUTE ARR-CYC-PCT ROUNDED
046600             = (ARR-CYC-DIFF * 100) / ARR-CYC-BOOK-VAL
046610             ON SIZE ERROR MOVE 9999 TO ARR-CYC-PCT
046620         END-COMPUTE
046630     ELSE
046640         MOVE 999 TO ARR-CYC-PCT
046650     END-IF.
046660     MOVE ARR-CYC-PCT TO ARR-CYC-DTL-PCT.
046670     IF ARR-CYC-DIFF = 0
046680         ADD 1 TO ARR-CYC-MATCH-COUNT
046690         MOVE "MATCH" TO ARR-CYC-DTL-ACT
046700         WRITE ARR-CYCR-REC FROM ARR-CYC-DTL-LINE
046710         GO TO 2810-PROCESS-ONE-COUNT-EXIT
046720     END-IF.
046730     PERFORM 2820-WRITE-CYCLE-ADJ
046740         THRU 2820-WRITE-CYCLE-ADJ-EXIT.
046750     WRITE ARR-CYCR-REC FROM ARR-CYC-DTL-LINE.
046760 2810-PROCESS-ONE-COUNT-EXIT.
046770     EXIT.
046780*
046790*===============================================================
046800* 2820-WRITE-CYCLE-ADJ  -  BUILD AN ADJUSTMENT IN THE SAME
046810*     LAYOUT ARRMAINT PRODUCES AND APPEND IT TO THE ARRCORRO
046820*     CARRY-FORWARD (ALREADY OPEN FROM 2600), SO THE EXISTING
046830*     CORRECTION PATH BOOKS THE COUNTED VALUE ON THE NEXT RUN.
046840*     AN ADJUSTMENT OVER THE ARRTHRC THRESHOLDS QUEUES PENDING
046850*     SUPERVISOR APPROVAL AND JOINS THE ARRRPT PENDING SECTION.
046860*===============================================================
046870 2820-WRITE-CYCLE-ADJ.
046880     MOVE SPACES              TO ARR-PEND-WORK.
046890     MOVE ARR-IDX             TO ARR-PEND-SUB.
046900     MOVE ARR-CYCT-BIN-KEY    TO ARR-PEND-BIN-KEY.
046910     MOVE ARR-CYCT-QTY        TO ARR-PEND-NEW-VAL.
046920     MOVE ARR-CYCT-COUNT-DATE TO ARR-PEND-DATE.
046930     MOVE ARR-RUN-TIME        TO ARR-PEND-TIME.
046940     MOVE SPACES              TO ARR-PEND-APPR-ID.
046950     MOVE ARR-CYCT-COUNTER-ID TO ARR-PEND-ENTER-ID.
046960     MOVE "K"                 TO ARR-PEND-ORIGIN.
046970     MOVE "A"                 TO ARR-PEND-STAT.
046980     IF ARR-CYC-ABS-DIFF > ARR-THR-ABS-LIMIT
046990         MOVE "P" TO ARR-PEND-STAT
047000     END-IF.
047010     IF ARR-CYC-BOOK-VAL > 0
047020         AND ARR-CYC-ABS-DIFF * 100
047030             > ARR-THR-PCT-LIMIT * ARR-CYC-BOOK-VAL
047040         MOVE "P" TO ARR-PEND-STAT
047050     END-IF.
047060     WRITE ARR-CORR-OUT-REC FROM ARR-PEND-WORK.
047070     ADD 1 TO ARR-CYC-ADJ-COUNT.
047080     IF ARR-PEND-STAT = "P"
047090         MOVE "ADJ PENDING" TO ARR-CYC-DTL-ACT
047100         IF ARR-CORR-PENDING-COUNT < ARR-PEND-MAX-ENTRIES
047110             ADD 1 TO ARR-CORR-PENDING-COUNT
047120             MOVE ARR-PEND-WORK
047130                 TO ARR-PEND-IMAGE (ARR-CORR-PENDING-COUNT)
047140         END-IF
047150     ELSE
047160         MOVE "ADJUSTED" TO ARR-CYC-DTL-ACT
047170     END-IF.
047180 2820-WRITE-CYCLE-ADJ-EXIT.
047190     EXIT.
047200*
047210*===============================================================
047220* 2825-STAMP-COUNT-DATE  -  RECORD THE COUNT DATE AS THE BIN'S
047230*     LAST-COUNTED DATE ON THE ABC CLASS TABLE.  A COUNT WITH
047240*     NO DATE TAKES THE RUN DATE; AN OLDER COUNT NEVER
047250*     OVERWRITES A NEWER ONE.  A BIN NOT YET CLASSED BY ARRABC
047260*     IS PASSED OVER - ITS FIRST CLASSING SCHEDULES IT.
047270*===============================================================
047280 2825-STAMP-COUNT-DATE.
047290     MOVE ARR-CYCT-BIN-KEY TO ARR-ABC-SRCH-KEY.
047300     PERFORM 8540-FIND-ABC-CLASS
047310         THRU 8540-FIND-ABC-CLASS-EXIT.
047320     IF ARR-ABC-FOUND-SUB = 0
047330         GO TO 2825-STAMP-COUNT-DATE-EXIT
047340     END-IF.
047350     MOVE ARR-RUN-DATE TO ARR-ABC-CNT-DATE.
047360     IF ARR-CYCT-COUNT-DATE NUMERIC
047370         AND ARR-CYCT-COUNT-DATE > 0
047380         MOVE ARR-CYCT-COUNT-DATE TO ARR-ABC-CNT-DATE
047390     END-IF.
047400     IF ARR-ABC-CNT-DATE
047410             > ARR-ABC-TBL-LAST-CNT (ARR-ABC-FOUND-SUB)
047420         MOVE ARR-ABC-CNT-DATE
047430             TO ARR-ABC-TBL-LAST-CNT (ARR-ABC-FOUND-SUB)
047440         ADD 1 TO ARR-ABC-STAMP-COUNT
047450     END-IF.
047460 2825-STAMP-COUNT-DATE-EXIT.
047470     EXIT.
047480*
047490*===============================================================
047500* 2830-SAVE-ABC-CLASSES  -  RUN MODE "C" ONLY.  WRITE THE ABC
047510*     CLASS TABLE, WITH THIS RUN'S COUNT DATES STAMPED, TO THE
047520*     ARRABCO CARRY-FORWARD.  ALWAYS WRITTEN, EVEN EMPTY, SO THE
047530*     CLEANUP STEP ALWAYS HAS A FILE TO PROMOTE.
047540*===============================================================
047550 2830-SAVE-ABC-CLASSES.
047560     OPEN OUTPUT ARR-ABC-OUT-FILE.
047570     IF ARR-ABC-COUNT > 0
047580         PERFORM 2835-WRITE-ONE-ABC
047590             THRU 2835-WRITE-ONE-ABC-EXIT
047600             VARYING ARR-ABC-SCAN-SUB FROM 1 BY 1
047610             UNTIL ARR-ABC-SCAN-SUB > ARR-ABC-COUNT
047620     END-IF.
047630     CLOSE ARR-ABC-OUT-FILE.
047640     DISPLAY "ARRAYDEMO - BINS STAMPED WITH A COUNT DATE: "
047650         ARR-ABC-STAMP-COUNT.
047660 2830-SAVE-ABC-CLASSES-EXIT.
047670     EXIT.
047680*
047690 2835-WRITE-ONE-ABC.
047700     MOVE SPACES TO ARR-ABC-OUT-REC.
047710     MOVE ARR-ABC-TBL-KEY (ARR-ABC-SCAN-SUB)
047720         TO ARR-ABC-OUT-BIN-KEY.
047730     MOVE ARR-ABC-TBL-CLASS-DATA (ARR-ABC-SCAN-SUB)
047740         TO ARR-ABC-OUT-CLASS-DATA.
047750     MOVE ARR-ABC-TBL-LAST-CNT (ARR-ABC-SCAN-SUB)
047760         TO ARR-ABC-OUT-LAST-CNT.
047770     MOVE ARR-ABC-TBL-SCHED-DATA (ARR-ABC-SCAN-SUB)
047780         TO ARR-ABC-OUT-SCHED-DATA.
047790     WRITE ARR-ABC-OUT-REC.
047800 2835-WRITE-ONE-ABC-EXIT.
047810     EXIT.
047820*
047830*===============================================================
047840* 2850-LOAD-THRESHOLDS  -  READ THE APPROVAL THRESHOLDS FROM
047850*     THE ARRTHRC CONTROL CARD, THE SAME CARD ARRMAINT READS.
047860*     A MISSING OR EMPTY CARD, OR NON-NUMERIC FIELDS, LEAVE THE
047870*     BUILT-IN DEFAULTS IN FORCE.
047880*===============================================================
047890 2850-LOAD-THRESHOLDS.
047900     OPEN INPUT ARR-THR-FILE.
047910     IF ARR-THR-NOT-FOUND
047920         DISPLAY "ARRAYDEMO - NO ARRTHRC CONTROL CARD - "
047930             "DEFAULT APPROVAL THRESHOLDS IN FORCE"
047940         GO TO 2850-LOAD-THRESHOLDS-EXIT
047950     END-IF.
047960     READ ARR-THR-FILE
047970         AT END
047980             CLOSE ARR-THR-FILE
047990             GO TO 2850-LOAD-THRESHOLDS-EXIT
048000     END-READ.
048010     IF ARR-THR-ABS IS NUMERIC
048020         MOVE ARR-THR-ABS TO ARR-THR-ABS-LIMIT
048030     END-IF.
048040     IF ARR-THR-PCT IS NUMERIC
048050         MOVE ARR-THR-PCT TO ARR-THR-PCT-LIMIT
048060     END-IF.
048070     CLOSE ARR-THR-FILE.
048080 2850-LOAD-THRESHOLDS-EXIT.
048090     EXIT.
048100*
048110*===============================================================
048120* 2050-INIT-RESTART  -  IF A CHECKPOINT FROM A PRIOR, INCOMPLETE
048130*     RUN EXISTS ON ARRCKPT, RELOAD THE ELEM VALUES IT RECORDS
048140*     AND SKIP THE MATCHING ARRIN DETAIL RECORDS SO PROCESSING
048150*     RESUMES PAST THE LAST CHECKPOINTED SUBSCRIPT.  THE OPEN
048160*     OUTPUT BELOW ONLY POSITIONS ARRCKPT AT END-OF-FILE RATHER
048170*     THAN TRUNCATING IT, SO THE ENTRIES REWRITTEN FOR THE
048180*     RESTART POINT LAND AFTER THE ONES JUST READ INSTEAD OF
048190*     REPLACING THEM - HARMLESS SINCE THEY ARE IDENTICAL, AND
048200*     ARRCKPT ONLY EVER HOLDS A PRIOR RUN'S CHECKPOINT WHEN THAT
048210*     RUN DID NOT END SUCCESSFULLY (SEE 9000-TERMINATE).
048220*===============================================================
048230 2050-INIT-RESTART.
048240     MOVE 0 TO ARR-RESTART-SUB.
048250     OPEN INPUT ARR-CKPT-FILE.
048260     IF NOT ARR-CKPT-NOT-FOUND
048270         PERFORM 2060-READ-CKPT-REC
048280             THRU 2060-READ-CKPT-REC-EXIT
048290             UNTIL ARR-CKPT-EOF
048300         CLOSE ARR-CKPT-FILE
048310     END-IF.
048320     OPEN OUTPUT ARR-CKPT-FILE.
048330     SET ARR-CKPT-OPEN TO TRUE.
048340     IF ARR-RESTART-SUB > 0
048350         DISPLAY "ARRAYDEMO - RESUMING AFTER CHECKPOINT AT "
048360             ARR-RESTART-SUB
048370         PERFORM 2070-REWRITE-CKPT-REC
048380             THRU 2070-REWRITE-CKPT-REC-EXIT
048390             VARYING ARR-IDX FROM 1 BY 1
048400             UNTIL ARR-IDX > ARR-RESTART-SUB
048410         PERFORM 2080-SKIP-INPUT-REC
048420             THRU 2080-SKIP-INPUT-REC-EXIT
048430             VARYING ARR-IDX FROM 1 BY 1
048440             UNTIL ARR-IDX > ARR-RESTART-SUB
048450             OR ARR-EOF
048460     END-IF.
048470     COMPUTE ARR-START-SUB = ARR-RESTART-SUB + 1.
048480 2050-INIT-RESTART-EXIT.
048490     EXIT.
048500*
048510 2060-READ-CKPT-REC.
048520     READ ARR-CKPT-FILE
048530         AT END
048540             SET ARR-CKPT-EOF TO TRUE
048550             GO TO 2060-READ-CKPT-REC-EXIT
048560     END-READ.
048570     MOVE ARR-CKPT-VAL  TO ELEM (ARR-CKPT-SUB).
048580     MOVE ARR-CKPT-BIN-KEY TO ARR-BIN-KEY (ARR-CKPT-SUB).
048590     MOVE ARR-CKPT-BIN-KEY TO ARR-PREV-BIN-KEY.
048600     IF ARR-CKPT-SUB > ARR-RESTART-SUB
048610         MOVE ARR-CKPT-SUB TO ARR-RESTART-SUB
048620     END-IF.
048630 2060-READ-CKPT-REC-EXIT.
048640     EXIT.
048650*
048660 2070-REWRITE-CKPT-REC.
048670     MOVE ARR-IDX TO ARR-CKPT-SUB.
048680     MOVE ARR-BIN-KEY (ARR-IDX) TO ARR-CKPT-BIN-KEY.
048690     MOVE ELEM (ARR-IDX) TO ARR-CKPT-VAL.
048700     WRITE ARR-CKPT-REC.
048710 2070-REWRITE-CKPT-REC-EXIT.
048720     EXIT.
048730*
048740 2080-SKIP-INPUT-REC.
048750     READ ARR-INPUT-FILE
048760         AT END
048770             SET ARR-EOF TO TRUE
048780     END-READ.
048790 2080-SKIP-INPUT-REC-EXIT.
048800     EXIT.
048810*
048820*===============================================================
048830* 2100-LOAD-DETAIL  -  READ ONE DETAIL RECORD, VALIDATE ITS
048840*     RECORD TYPE AND BIN QUANTITY, AND MOVE IT INTO
048850*     ELEM (ARR-IDX) IF IT PASSES.  RECORDS THAT FAIL VALIDATION,
048860*     INCLUDING A RECORD WHOSE TYPE BYTE IS NOT "D" (A STRAY OR
048870*     OUT-OF-PLACE RECORD FROM AN UPSTREAM FEED ERROR), ARE
048880*     WRITTEN TO THE ARREXC EXCEPTIONS LISTING AND ARE NOT
048890*     LOADED, AND DO NOT GET A CHECKPOINT - ONLY A SUBSCRIPT
048900*     THAT ACTUALLY MADE IT INTO ELEM (ARR-IDX) IS CHECKPOINTED
048910*     TO ARRCKPT, ELSE A RESTART REPLAYING THAT CHECKPOINT ROW
048920*     WOULD RESTORE A BLANK/ZERO ENTRY AND ALSO RESET
048930*     ARR-PREV-BIN-KEY, LETTING AN OUT-OF-SEQUENCE BIN KEY
048940*     SLIP PAST THE CHECK ABOVE RIGHT AFTER THE RESTART.
048950*===============================================================
048960 2100-LOAD-DETAIL.
048970     READ ARR-INPUT-FILE INTO ARR-INPUT-DETAIL-REC
048980         AT END
048990             SET ARR-EOF TO TRUE
049000             GO TO 2100-LOAD-DETAIL-EXIT
049010     END-READ.
049020     MOVE ARR-INPUT-DETAIL-REC TO ARR-SUSP-IMAGE-WORK.
049030     MOVE ARR-RUN-BATCH-ID TO ARR-SUSP-BATCH-WORK.
049040     MOVE ARR-RUN-DATE TO ARR-SUSP-FIRST-WORK.
049050     PERFORM 2110-VALIDATE-DETAIL
049060         THRU 2110-VALIDATE-DETAIL-EXIT.
049070     IF NOT ARR-DTL-VALID
049080         GO TO 2100-LOAD-DETAIL-EXIT
049090     END-IF.
049100     IF ARR-IN-BIN-KEY NOT > ARR-PREV-BIN-KEY
049110         MOVE "BIN KEY OUT OF ASCENDING SEQUENCE"
049120             TO ARR-EXC-DTL-RSN
049130         MOVE "L5" TO ARR-SUSP-RSN-WORK
049140         PERFORM 2200-WRITE-EXCEPTION
049150             THRU 2200-WRITE-EXCEPTION-EXIT
049160         GO TO 2100-LOAD-DETAIL-EXIT
049170     END-IF.
049180     MOVE ELEM (ARR-IDX) TO ARR-AUD-PRIOR-VAL.
049190     MOVE ARR-IN-BIN-KEY TO ARR-BIN-KEY (ARR-IDX).
049200     MOVE ARR-IN-BIN-VALUE TO ELEM (ARR-IDX).
049210     MOVE ARR-IN-BIN-KEY TO ARR-PREV-BIN-KEY.
049220     MOVE "L" TO ARR-AUD-SOURCE-CD.
049230     MOVE SPACES TO ARR-AUD-DOC-WORK.
049240     PERFORM 2300-WRITE-AUDIT-RECORD
049250         THRU 2300-WRITE-AUDIT-RECORD-EXIT.
049260     PERFORM 2400-WRITE-CHECKPOINT
049270         THRU 2400-WRITE-CHECKPOINT-EXIT.
049280 2100-LOAD-DETAIL-EXIT.
049290     EXIT.
049300*
049310*===============================================================
049320* 2110-VALIDATE-DETAIL  -  THE RECORD-TYPE, BIN MASTER AND
049330*     CAPACITY CHECKS ON THE DETAIL IN ARR-INPUT-DETAIL-REC,
049340*     SHARED BY 2100 AND BY THE SUSPENSE REPLAY IN 2175.  SETS
049350*     ARR-DTL-VALID, OR WRITES THE EXCEPTION AND LEAVES IT OFF.
049360*===============================================================
049370 2110-VALIDATE-DETAIL.
049380     MOVE "N" TO ARR-DTL-VALID-SW.
049390     IF NOT ARR-IN-IS-DETAIL
049400         MOVE ZERO TO ARR-IN-BIN-VALUE
049410         MOVE "RECORD IS NOT A VALID DETAIL RECORD"
049420             TO ARR-EXC-DTL-RSN
049430         MOVE "L1" TO ARR-SUSP-RSN-WORK
049440         PERFORM 2200-WRITE-EXCEPTION
049450             THRU 2200-WRITE-EXCEPTION-EXIT
049460         GO TO 2110-VALIDATE-DETAIL-EXIT
049470     END-IF.
049480*    VALIDATE AGAINST THE ARRBINM BIN MASTER WHEN ONE WAS
049490*    LOADED - THE BIN MUST EXIST ON THE MASTER AND BE ACTIVE,
049500*    AND ITS OWN MASTER MAXIMUM GOVERNS THE CAPACITY CHECK
049510*    BELOW IN PLACE OF THE GLOBAL ARR-MAX-CAPACITY CONSTANT.
049520     MOVE ARR-MAX-CAPACITY TO ARR-BIN-CAP-WORK.
049530     IF ARR-BINM-AVAIL
049540         MOVE ARR-IN-BIN-CODE TO ARR-BINM-LOOKUP-CODE
049550         PERFORM 8100-FIND-BIN-MASTER
049560             THRU 8100-FIND-BIN-MASTER-EXIT
049570         IF NOT ARR-BINM-FOUND
049580             MOVE "BIN CODE NOT ON ARRBINM BIN MASTER"
049590                 TO ARR-EXC-DTL-RSN
049600             MOVE "L2" TO ARR-SUSP-RSN-WORK
049610             PERFORM 2200-WRITE-EXCEPTION
049620                 THRU 2200-WRITE-EXCEPTION-EXIT
049630             GO TO 2110-VALIDATE-DETAIL-EXIT
049640         END-IF
049650         IF NOT ARR-BINM-REC-ACTIVE
049660             MOVE "BIN CODE INACTIVE ON ARRBINM BIN MASTER"
049670                 TO ARR-EXC-DTL-RSN
049680             MOVE "L3" TO ARR-SUSP-RSN-WORK
049690             PERFORM 2200-WRITE-EXCEPTION
049700                 THRU 2200-WRITE-EXCEPTION-EXIT
049710             GO TO 2110-VALIDATE-DETAIL-EXIT
049720         END-IF
049730         MOVE ARR-BINM-MAX-CAP
049740             TO ARR-BIN-CAP-WORK
049750     END-IF.
049760     PERFORM 2115-CONVERT-DETAIL-UOM
049770         THRU 2115-CONVERT-DETAIL-UOM-EXIT.
049780     IF ARR-UOM-REJECTED
049790         GO TO 2110-VALIDATE-DETAIL-EXIT
049800     END-IF.
049810     IF ARR-IN-BIN-VALUE > ARR-BIN-CAP-WORK
049820         MOVE "VALUE EXCEEDS MAXIMUM BIN CAPACITY"
049830             TO ARR-EXC-DTL-RSN
049840         MOVE "L4" TO ARR-SUSP-RSN-WORK
049850         PERFORM 2200-WRITE-EXCEPTION
049860             THRU 2200-WRITE-EXCEPTION-EXIT
049870         GO TO 2110-VALIDATE-DETAIL-EXIT
049880     END-IF.
049890     SET ARR-DTL-VALID TO TRUE.
049900 2110-VALIDATE-DETAIL-EXIT.
049910     EXIT.
049920*
049930*===============================================================
049940* 2115-CONVERT-DETAIL-UOM  -  A DETAIL STATING ITS UNIT IS
049950*     CONVERTED TO THE BIN'S STOCKING UNIT AHEAD OF THE
049960*     CAPACITY CHECK, REPLACING ARR-IN-BIN-VALUE AND KEEPING
049970*     THE STATED VALUE AND UNIT FOR ARRAUD.  A DETAIL ARRMERGE
049980*     ALREADY CONVERTED CARRIES NO UNIT BUT BRINGS ITS ORIGINAL
049990*     VALUE AND UNIT, WHICH ARE KEPT FOR ARRAUD THE SAME WAY.
050000*     A UNIT WITH NO CONVERSION, OR A CONVERTED VALUE TOO BIG
050010*     FOR THE FIELD, IS REJECTED (L7).
050020*===============================================================
050030 2115-CONVERT-DETAIL-UOM.
050040     MOVE "N" TO ARR-UOM-REJECT-SW.
050050     IF ARR-IN-UOM = SPACES
050060         IF ARR-IN-ORIG-UOM NOT = SPACES
050070         AND ARR-IN-ORIG-VALUE IS NUMERIC
050080             MOVE ARR-IN-ORIG-VALUE TO ARR-AUD-ORIG-QTY-WORK
050090             MOVE ARR-IN-ORIG-UOM   TO ARR-AUD-ORIG-UOM-WORK
050100             MOVE ARR-IN-BIN-VALUE  TO ARR-AUD-CONV-QTY-WORK
050110         END-IF
050120         GO TO 2115-CONVERT-DETAIL-UOM-EXIT
050130     END-IF.
050140     IF ARR-IN-BIN-VALUE NOT NUMERIC
050150         GO TO 2115-CONVERT-DETAIL-UOM-EXIT
050160     END-IF.
050170     MOVE ARR-IN-BIN-CODE  TO ARR-UOM-LOOKUP-CODE.
050180     MOVE ARR-IN-UOM       TO ARR-UOM-LOOKUP-UNIT.
050190     MOVE ARR-IN-BIN-VALUE TO ARR-UOM-QTY-WORK.
050200     PERFORM 8600-CONVERT-UOM
050210         THRU 8600-CONVERT-UOM-EXIT.
050220     IF NOT ARR-UOM-FOUND
050230         MOVE "NO ARRUOM CONVERSION FOR STATED UNIT"
050240             TO ARR-EXC-DTL-RSN
050250         GO TO 2115-CONVERT-DETAIL-UOM-REFUSE
050260     END-IF.
050270     IF ARR-UOM-CONV-WORK > 999999999
050280         MOVE "CONVERTED VALUE TOO LARGE FOR FIELD"
050290             TO ARR-EXC-DTL-RSN
050300         GO TO 2115-CONVERT-DETAIL-UOM-REFUSE
050310     END-IF.
050320     MOVE ARR-IN-BIN-VALUE  TO ARR-AUD-ORIG-QTY-WORK.
050330     MOVE ARR-IN-UOM        TO ARR-AUD-ORIG-UOM-WORK.
050340     MOVE ARR-UOM-CONV-WORK TO ARR-IN-BIN-VALUE
050350                               ARR-AUD-CONV-QTY-WORK.
050360     GO TO 2115-CONVERT-DETAIL-UOM-EXIT.
050370 2115-CONVERT-DETAIL-UOM-REFUSE.
050380     SET ARR-UOM-REJECTED TO TRUE.
050390     MOVE "L7" TO ARR-SUSP-RSN-WORK.
050400     PERFORM 2200-WRITE-EXCEPTION
050410         THRU 2200-WRITE-EXCEPTION-EXIT.
050420 2115-CONVERT-DETAIL-UOM-EXIT.
050430     EXIT.
050440*
050450*===============================================================
050460* 2400-WRITE-CHECKPOINT  -  EVERY ARR-CKPT-INTERVAL ELEMENTS,
050470*     RECORD THE CURRENT SUBSCRIPT, BIN CODE AND ELEM VALUE ON
050480*     ARRCKPT.
050490*===============================================================
050500 2400-WRITE-CHECKPOINT.
050510     DIVIDE ARR-IDX BY ARR-CKPT-INTERVAL
050520         GIVING ARR-CKPT-QUOT
050530         REMAINDER ARR-CKPT-REM.
050540     IF ARR-CKPT-REM = 0
050550         MOVE ARR-IDX TO ARR-CKPT-SUB
050560         MOVE ARR-BIN-KEY (ARR-IDX) TO ARR-CKPT-BIN-KEY
050570         MOVE ELEM (ARR-IDX) TO ARR-CKPT-VAL
050580         WRITE ARR-CKPT-REC
050590     END-IF.
050600 2400-WRITE-CHECKPOINT-EXIT.
050610     EXIT.
050620*
050630*===============================================================
050640* 2200-WRITE-EXCEPTION  -  LOG A BIN QUANTITY OR BIN CODE THAT
050650*     FAILED VALIDATION TO THE ARREXC EXCEPTIONS LISTING.  THE
050660*     REASON TEXT IS SET BY THE CALLER BEFORE THIS IS PERFORMED,
050670*     ALONG WITH THE ARRSUSP REASON CODE.  A RELEASED DETAIL
050680*     BEING REPLAYED HAS NO SUBSCRIPT OF ITS OWN - IT LISTS AS 0.
050690*     ANY UNIT CONVERSION KEPT FOR ARRAUD IS DROPPED WITH IT.
050700*===============================================================
050710 2200-WRITE-EXCEPTION.
050720     ADD 1 TO ARR-EXC-COUNT.
050730     MOVE 0      TO ARR-AUD-CONV-QTY-WORK
050740                    ARR-AUD-ORIG-QTY-WORK.
050750     MOVE SPACES TO ARR-AUD-ORIG-UOM-WORK.
050760     IF ARR-SUSP-REPLAYING
050770         MOVE 0 TO ARR-EXC-DTL-SUB
050780     ELSE
050790         MOVE ARR-IDX TO ARR-EXC-DTL-SUB
050800     END-IF.
050810     MOVE ARR-IN-BIN-VALUE TO ARR-EXC-DTL-VAL.
050820     WRITE ARR-EXCEPTION-REC FROM ARR-EXC-DTL-LINE.
050830     MOVE "L" TO ARR-SUSP-SOURCE-WORK.
050840     PERFORM 2250-WRITE-SUSPENSE
050850         THRU 2250-WRITE-SUSPENSE-EXIT.
050860 2200-WRITE-EXCEPTION-EXIT.
050870     EXIT.
050880*
050890*===============================================================
050900* 2250-WRITE-SUSPENSE  -  ADD AN OPEN ITEM TO THE ARRSUSPO
050910*     CARRY-FORWARD FOR THE RECORD JUST REJECTED - THE SOURCE,
050920*     REASON CODE, BATCH AND ORIGINAL IMAGE ARE SET BY THE
050930*     CALLER IN THE ARR-SUSP-...-WORK FIELDS.  A REPLAYED ITEM
050940*     THAT FAILS AGAIN KEEPS ITS FIRST-REJECT DATE SO THE AGING
050950*     REPORT AGES IT FROM THE ORIGINAL REJECTION.
050960*===============================================================
050970 2250-WRITE-SUSPENSE.
050980     IF NOT ARR-SUSPO-OPEN
050990         GO TO 2250-WRITE-SUSPENSE-EXIT
051000     END-IF.
051010     MOVE SPACES               TO ARR-SUSN-REC.
051020     MOVE ARR-SUSP-SOURCE-WORK TO ARR-SUSN-SOURCE.
051030     MOVE "O"                  TO ARR-SUSN-STAT.
051040     MOVE ARR-SUSP-RSN-WORK    TO ARR-SUSN-RSN-CD.
051050     MOVE ARR-SUSP-BATCH-WORK  TO ARR-SUSN-BATCH-ID.
051060     MOVE ARR-RUN-DATE         TO ARR-SUSN-REJ-DATE.
051070     MOVE ARR-RUN-TIME         TO ARR-SUSN-REJ-TIME.
051080     MOVE ARR-SUSP-FIRST-WORK  TO ARR-SUSN-FIRST-DATE.
051090     MOVE ARR-RUN-DATE         TO ARR-SUSN-ACT-DATE.
051100     MOVE ARR-SUSP-IMAGE-WORK  TO ARR-SUSN-IMAGE.
051110     WRITE ARR-SUSP-OUT-REC FROM ARR-SUSN-REC.
051120     ADD 1 TO ARR-SUSP-WRITE-COUNT.
051130 2250-WRITE-SUSPENSE-EXIT.
051140     EXIT.
051150*
051160*===============================================================
051170* 2300-WRITE-AUDIT-RECORD  -  LOG AN ELEM UPDATE TO THE ARRAUD
051180*     AUDIT TRAIL - SUBSCRIPT, OLD VALUE, NEW VALUE, THE RUN
051190*     DATE/TIME, AND THE UPDATE SOURCE SET BY THE CALLER IN
051200*     ARR-AUD-SOURCE-CD/ARR-AUD-DOC-WORK.  THE ACTIVITY TYPE IN
051210*     ARR-AUD-TYPE-CD IS SET ONLY BY THE CALLERS THAT HAVE ONE
051220*     AND IS CLEARED ONCE WRITTEN, SO IT NEVER LEAKS ONTO THE
051230*     NEXT RECORD.  THE UNIT CONVERSION FIELDS, SET ONLY BY
051240*     2115 AND 2716, ARE CLEARED THE SAME WAY.
051250*===============================================================
051260 2300-WRITE-AUDIT-RECORD.
051270     MOVE ARR-IDX            TO ARR-AUD-SUB.
051280     MOVE ARR-WHSE-CODE (ARR-IDX) TO ARR-AUD-WHSE.
051290     MOVE ARR-BIN-CODE (ARR-IDX) TO ARR-AUD-CODE.
051300     MOVE ARR-AUD-PRIOR-VAL  TO ARR-AUD-OLD-VAL.
051310     MOVE ELEM (ARR-IDX)     TO ARR-AUD-NEW-VAL.
051320     MOVE ARR-RUN-DATE       TO ARR-AUD-RUN-DATE.
051330     MOVE ARR-RUN-TIME       TO ARR-AUD-RUN-TIME.
051340     MOVE ARR-AUD-SOURCE-CD  TO ARR-AUD-SOURCE.
051350     MOVE ARR-AUD-DOC-WORK   TO ARR-AUD-DOC-NO.
051360     MOVE ARR-AUD-TYPE-CD    TO ARR-AUD-TYPE.
051370     MOVE ARR-AUD-CONV-QTY-WORK TO ARR-AUD-CONV-QTY.
051380     MOVE ARR-AUD-ORIG-QTY-WORK TO ARR-AUD-ORIG-QTY.
051390     MOVE ARR-AUD-ORIG-UOM-WORK TO ARR-AUD-ORIG-UOM.
051400     WRITE ARR-AUDIT-REC.
051410     MOVE SPACES             TO ARR-AUD-TYPE-CD.
051420     MOVE 0                  TO ARR-AUD-CONV-QTY-WORK
051430                                ARR-AUD-ORIG-QTY-WORK.
051440     MOVE SPACES             TO ARR-AUD-ORIG-UOM-WORK.
051450 2300-WRITE-AUDIT-RECORD-EXIT.
051460     EXIT.
051470*
051480*===============================================================
051490* 5000-PRODUCE-REPORT  -  WRITE THE ARRRPT LISTING - A PAGE
051500*     HEADING, ONE DETAIL LINE PER ELEM SUBSCRIPT, A SUBTOTAL
051510*     LINE AT EACH WAREHOUSE BREAK (THE ARRAY IS HELD IN
051520*     ASCENDING WAREHOUSE-PLUS-BIN-CODE SEQUENCE, SO EACH
051530*     WAREHOUSE IS A CONTIGUOUS RUN OF ENTRIES), AND A GRAND
051540*     TOTAL LINE ACROSS ALL ELEMENTS.  THE GRAND TOTAL LINE IS
051550*     ALWAYS WRITTEN, EVEN WHEN ARR-ELEM-COUNT IS ZERO, SO THE
051560*     LISTING SHOWS A TOTAL OF ZERO INSTEAD OF NO TOTAL AT ALL.
051570*===============================================================
051580 5000-PRODUCE-REPORT.
051590     MOVE ARR-RUN-MM TO ARR-RPT-HDR-MM.
051600     MOVE ARR-RUN-DD TO ARR-RPT-HDR-DD.
051610     MOVE ARR-RUN-YY TO ARR-RPT-HDR-YY.
051620     WRITE ARR-REPORT-REC FROM ARR-RPT-HDR-LINE.
051630     WRITE ARR-REPORT-REC FROM ARR-RPT-COL-LINE.
051640     MOVE 0 TO ARR-GRAND-TOTAL.
051650     MOVE 0 TO ARR-WHSE-TOTAL.
051660     MOVE SPACES TO ARR-RPT-CUR-WHSE.
051670     IF ARR-ELEM-COUNT > 0
051680         MOVE ARR-WHSE-CODE (1) TO ARR-RPT-CUR-WHSE
051690         PERFORM 5100-WRITE-DETAIL-LINE
051700             THRU 5100-WRITE-DETAIL-LINE-EXIT
051710             VARYING ARR-IDX FROM 1 BY 1
051720             UNTIL ARR-IDX > ARR-ELEM-COUNT
051730         PERFORM 5200-WRITE-WHSE-SUBTOTAL
051740             THRU 5200-WRITE-WHSE-SUBTOTAL-EXIT
051750     END-IF.
051760*    SUM THE OPEN IN-TRANSIT POSITIONS AND SHOW THEM AHEAD OF
051770*    THE GRAND TOTAL, WHICH INCLUDES THEM - STOCK ON A TRUCK
051780*    BETWEEN WAREHOUSES IS STILL OURS AND THE TOTAL MUST NOT
051790*    DIP WHILE IT RIDES.
051800     MOVE 0 TO ARR-INTR-OPEN-TOTAL.
051810     PERFORM 5300-ADD-OPEN-INTR
051820         THRU 5300-ADD-OPEN-INTR-EXIT
051830         VARYING ARR-INTR-SCAN-SUB FROM 1 BY 1
051840         UNTIL ARR-INTR-SCAN-SUB > ARR-INTR-COUNT.
051850     IF ARR-INTR-OPEN-TOTAL > 0
051860         MOVE ARR-INTR-OPEN-TOTAL TO ARR-RPT-INTR-VAL
051870         WRITE ARR-REPORT-REC FROM ARR-RPT-INTR-LINE
051880         ADD ARR-INTR-OPEN-TOTAL TO ARR-GRAND-TOTAL
051890     END-IF.
051900     MOVE ARR-GRAND-TOTAL TO ARR-RPT-TOTAL-VAL.
051910     WRITE ARR-REPORT-REC FROM ARR-RPT-TOTAL-LINE.
051920 5000-PRODUCE-REPORT-EXIT.
051930     EXIT.
051940*
051950 5100-WRITE-DETAIL-LINE.
051960     IF ARR-WHSE-CODE (ARR-IDX) NOT = ARR-RPT-CUR-WHSE
051970         PERFORM 5200-WRITE-WHSE-SUBTOTAL
051980             THRU 5200-WRITE-WHSE-SUBTOTAL-EXIT
051990         MOVE ARR-WHSE-CODE (ARR-IDX) TO ARR-RPT-CUR-WHSE
052000     END-IF.
052010     ADD ELEM (ARR-IDX) TO ARR-GRAND-TOTAL.
052020     ADD ELEM (ARR-IDX) TO ARR-WHSE-TOTAL.
052030     MOVE ARR-IDX TO ARR-RPT-DTL-SUB.
052040     MOVE ARR-WHSE-CODE (ARR-IDX) TO ARR-RPT-DTL-WHSE.
052050     MOVE ARR-BIN-CODE (ARR-IDX) TO ARR-RPT-DTL-CODE.
052060     MOVE ELEM (ARR-IDX) TO ARR-RPT-DTL-VAL.
052070     MOVE ARR-BIN-KEY (ARR-IDX) TO ARR-RESV-SRCH-KEY.
052080     PERFORM 8520-SUM-BIN-RESV
052090         THRU 8520-SUM-BIN-RESV-EXIT.
052100     COMPUTE ARR-RESV-AVAIL-WORK
052110         = ELEM (ARR-IDX) - ARR-RESV-SUM-WORK.
052120     MOVE ARR-RESV-SUM-WORK   TO ARR-RPT-DTL-RESV.
052130     MOVE ARR-RESV-AVAIL-WORK TO ARR-RPT-DTL-AVAIL.
052140     MOVE SPACES TO ARR-RPT-DTL-DESC.
052150     IF ARR-BINM-AVAIL
052160         MOVE ARR-BIN-CODE (ARR-IDX) TO ARR-BINM-LOOKUP-CODE
052170         PERFORM 8100-FIND-BIN-MASTER
052180             THRU 8100-FIND-BIN-MASTER-EXIT
052190         IF ARR-BINM-FOUND
052200             MOVE ARR-BINM-DESC
052210                 TO ARR-RPT-DTL-DESC
052220         END-IF
052230     END-IF.
052240     WRITE ARR-REPORT-REC FROM ARR-RPT-DTL-LINE.
052250 5100-WRITE-DETAIL-LINE-EXIT.
052260     EXIT.
052270*
052280*===============================================================
052290* 5200-WRITE-WHSE-SUBTOTAL  -  WRITE THE SUBTOTAL LINE FOR THE
052300*     WAREHOUSE JUST FINISHED AND RESET THE RUNNING WAREHOUSE
052310*     TOTAL FOR THE NEXT ONE.
052320*===============================================================
052330 5200-WRITE-WHSE-SUBTOTAL.
052340     MOVE ARR-RPT-CUR-WHSE TO ARR-RPT-WHSE-CODE.
052350     MOVE ARR-WHSE-TOTAL   TO ARR-RPT-WHSE-VAL.
052360     WRITE ARR-REPORT-REC FROM ARR-RPT-WHSE-LINE.
052370     MOVE 0 TO ARR-WHSE-TOTAL.
052380 5200-WRITE-WHSE-SUBTOTAL-EXIT.
052390     EXIT.
052400*
052410*    ONE OPEN IN-TRANSIT POSITION FOLDED INTO THE RUNNING
052420*    IN-TRANSIT TOTAL FOR THE ARRRPT GRAND TOTAL SECTION.
052430 5300-ADD-OPEN-INTR.
052440     IF ARR-INTR-TBL-OPEN (ARR-INTR-SCAN-SUB)
052450         ADD ARR-INTR-TBL-QTY (ARR-INTR-SCAN-SUB)
052460             TO ARR-INTR-OPEN-TOTAL
052470     END-IF.
052480 5300-ADD-OPEN-INTR-EXIT.
052490     EXIT.
052500*
052510*===============================================================
052520* 5500-PRODUCE-VALUATION  -  WRITE THE ARRVAL INVENTORY
052530*     VALUATION REPORT - ONE PRICED LINE PER ELEM SUBSCRIPT, A
052540*     VALUE SUBTOTAL AT EACH WAREHOUSE BREAK, AND A GRAND TOTAL
052550*     VALUE - SO ACCOUNTING BOOKS DOLLARS OFF THE SAME FINAL
052560*     ARRAY THE UNIT LISTING PROVES.  A BIN WITH NO ARRCOST ROW
052570*     PRICES AT ZERO AND IS FLAGGED, AND THE GRAND TOTAL LINE
052580*     IS ALWAYS WRITTEN, THE SAME RULE AS 5000-PRODUCE-REPORT.
052590*===============================================================
052600 5500-PRODUCE-VALUATION.
052610     OPEN OUTPUT ARR-VAL-FILE.
052620     MOVE ARR-RUN-MM TO ARR-VAL-HDR-MM.
052630     MOVE ARR-RUN-DD TO ARR-VAL-HDR-DD.
052640     MOVE ARR-RUN-YY TO ARR-VAL-HDR-YY.
052650     WRITE ARR-VAL-REC FROM ARR-VAL-HDR-LINE.
052660     IF ARR-COST-COUNT = 0
052670         WRITE ARR-VAL-REC FROM ARR-VAL-NONE-LINE
052680     END-IF.
052690     WRITE ARR-VAL-REC FROM ARR-VAL-COL-LINE.
052700     MOVE 0 TO ARR-VAL-GRAND-TOT.
052710     MOVE 0 TO ARR-VAL-WHSE-TOT.
052720     MOVE SPACES TO ARR-VAL-CUR-WHSE.
052730     IF ARR-ELEM-COUNT > 0
052740         MOVE ARR-WHSE-CODE (1) TO ARR-VAL-CUR-WHSE
052750         PERFORM 5510-WRITE-VALUATION-LINE
052760             THRU 5510-WRITE-VALUATION-LINE-EXIT
052770             VARYING ARR-IDX FROM 1 BY 1
052780             UNTIL ARR-IDX > ARR-ELEM-COUNT
052790         PERFORM 5520-WRITE-VAL-SUBTOTAL
052800             THRU 5520-WRITE-VAL-SUBTOTAL-EXIT
052810     END-IF.
052820     MOVE ARR-VAL-GRAND-TOT TO ARR-VAL-TOT-VAL.
052830     WRITE ARR-VAL-REC FROM ARR-VAL-TOT-LINE.
052840     CLOSE ARR-VAL-FILE.
052850 5500-PRODUCE-VALUATION-EXIT.
052860     EXIT.
052870*
052880 5510-WRITE-VALUATION-LINE.
052890     IF ARR-WHSE-CODE (ARR-IDX) NOT = ARR-VAL-CUR-WHSE
052900         PERFORM 5520-WRITE-VAL-SUBTOTAL
052910             THRU 5520-WRITE-VAL-SUBTOTAL-EXIT
052920         MOVE ARR-WHSE-CODE (ARR-IDX) TO ARR-VAL-CUR-WHSE
052930     END-IF.
052940     MOVE ARR-BIN-CODE (ARR-IDX) TO ARR-COST-LOOKUP-CODE.
052950     PERFORM 8200-FIND-UNIT-COST
052960         THRU 8200-FIND-UNIT-COST-EXIT.
052970     IF ARR-COST-FOUND
052980         MOVE ARR-COST-TBL-UNIT (ARR-COST-IDX)
052990             TO ARR-COST-UNIT-WORK
053000         MOVE SPACES TO ARR-VAL-DTL-NOTE
053010     ELSE
053020         MOVE 0 TO ARR-COST-UNIT-WORK
053030         MOVE "* NO COST *" TO ARR-VAL-DTL-NOTE
053040     END-IF.
053050     COMPUTE ARR-VAL-EXT-WORK
053060         = ELEM (ARR-IDX) * ARR-COST-UNIT-WORK.
053070     ADD ARR-VAL-EXT-WORK TO ARR-VAL-WHSE-TOT.
053080     ADD ARR-VAL-EXT-WORK TO ARR-VAL-GRAND-TOT.
053090     MOVE ARR-WHSE-CODE (ARR-IDX) TO ARR-VAL-DTL-WHSE.
053100     MOVE ARR-BIN-CODE (ARR-IDX)  TO ARR-VAL-DTL-CODE.
053110     MOVE ELEM (ARR-IDX)          TO ARR-VAL-DTL-QTY.
053120     MOVE ARR-COST-UNIT-WORK      TO ARR-VAL-DTL-COST.
053130     MOVE ARR-VAL-EXT-WORK        TO ARR-VAL-DTL-EXT.
053140     WRITE ARR-VAL-REC FROM ARR-VAL-DTL-LINE.
053150 5510-WRITE-VALUATION-LINE-EXIT.
053160     EXIT.
053170*
053180*===============================================================
053190* 5520-WRITE-VAL-SUBTOTAL  -  WRITE THE VALUE SUBTOTAL FOR THE
053200*     WAREHOUSE JUST FINISHED AND RESET THE RUNNING TOTAL.
053210*===============================================================
053220 5520-WRITE-VAL-SUBTOTAL.
053230     MOVE ARR-VAL-CUR-WHSE TO ARR-VAL-WHSE-CODE.
053240     MOVE ARR-VAL-WHSE-TOT TO ARR-VAL-WHSE-VAL.
053250     WRITE ARR-VAL-REC FROM ARR-VAL-WHSE-LINE.
053260     MOVE 0 TO ARR-VAL-WHSE-TOT.
053270 5520-WRITE-VAL-SUBTOTAL-EXIT.
053280     EXIT.
053290*
053300*===============================================================
053310* 6000-RECONCILE  -  APPEND A VARIANCE SECTION TO ARRRPT
053320*     COMPARING TODAY'S ARRAY TO THE PRIOR RUN'S ARRSNAP
053330*     SNAPSHOT.  PRIOR AND CURRENT ENTRIES ARE MATCHED ON THE
053340*     FULL WAREHOUSE-PLUS-BIN-CODE KEY, NOT ON RAW SUBSCRIPT,
053350*     SO AN INSERTED OR DROPPED BIN NO LONGER SHIFTS EVERY
053360*     LINE BELOW IT AND A BIN HELD AT TWO SITES RECONCILES
053370*     WITHIN ITS OWN WAREHOUSE.  ONE LINE PER CURRENT ENTRY,
053380*     THEN ONE LINE PER PRIOR ENTRY NO CURRENT ENTRY CLAIMED.
053390*===============================================================
053400 6000-RECONCILE.
053410     IF ARR-PRIOR-COUNT = 0
053420         WRITE ARR-REPORT-REC FROM ARR-VAR-NONE-LINE
053430         GO TO 6000-RECONCILE-EXIT
053440     END-IF.
053450     WRITE ARR-REPORT-REC FROM ARR-VAR-HDR-LINE.
053460     WRITE ARR-REPORT-REC FROM ARR-VAR-COL-LINE.
053470     IF ARR-ELEM-COUNT > 0
053480         PERFORM 6100-WRITE-VARIANCE-LINE
053490             THRU 6100-WRITE-VARIANCE-LINE-EXIT
053500             VARYING ARR-IDX FROM 1 BY 1
053510             UNTIL ARR-IDX > ARR-ELEM-COUNT
053520     END-IF.
053530     PERFORM 6200-WRITE-PRIOR-ONLY-LINE
053540         THRU 6200-WRITE-PRIOR-ONLY-LINE-EXIT
053550         VARYING ARR-VAR-PRIOR-SUB FROM 1 BY 1
053560         UNTIL ARR-VAR-PRIOR-SUB > ARR-PRIOR-COUNT.
053570 6000-RECONCILE-EXIT.
053580     EXIT.
053590*
053600*    ONE VARIANCE LINE FOR THE CURRENT ENTRY AT ARR-IDX - ITS
053610*    PRIOR VALUE IS FOUND BY KEY IN ARR-PRIOR-TABLE (ZERO WHEN
053620*    THE BIN IS NEW THIS RUN) AND THE CLAIMED PRIOR ENTRY IS
053630*    MARKED USED FOR THE PRIOR-ONLY SWEEP IN 6200.
053640 6100-WRITE-VARIANCE-LINE.
053650     SET ARR-VAR-PRIOR-FOUND-SW TO "N".
053660     MOVE 0 TO ARR-VAR-FOUND-SUB.
053670     PERFORM 6150-SCAN-PRIOR-FOR-KEY
053680         THRU 6150-SCAN-PRIOR-FOR-KEY-EXIT
053690         VARYING ARR-VAR-PRIOR-SUB FROM 1 BY 1
053700         UNTIL ARR-VAR-PRIOR-SUB > ARR-PRIOR-COUNT
053710         OR ARR-VAR-PRIOR-FOUND.
053720     IF ARR-VAR-PRIOR-FOUND
053730         MOVE ARR-PRIOR-ELEM (ARR-VAR-FOUND-SUB)
053740             TO ARR-VAR-OLD-WORK
053750         MOVE "Y" TO ARR-PRIOR-USED-SW (ARR-VAR-FOUND-SUB)
053760     ELSE
053770         MOVE 0 TO ARR-VAR-OLD-WORK
053780     END-IF.
053790     MOVE ELEM (ARR-IDX) TO ARR-VAR-NEW-WORK.
053800     MOVE ARR-WHSE-CODE (ARR-IDX) TO ARR-VAR-DTL-WHSE.
053810     MOVE ARR-BIN-CODE (ARR-IDX) TO ARR-VAR-DTL-CODE.
053820     PERFORM 6190-WRITE-VAR-DETAIL
053830         THRU 6190-WRITE-VAR-DETAIL-EXIT.
053840 6100-WRITE-VARIANCE-LINE-EXIT.
053850     EXIT.
053860*
053870 6150-SCAN-PRIOR-FOR-KEY.
053880     IF ARR-PRIOR-KEY (ARR-VAR-PRIOR-SUB)
053890             = ARR-BIN-KEY (ARR-IDX)
053900         SET ARR-VAR-PRIOR-FOUND TO TRUE
053910         MOVE ARR-VAR-PRIOR-SUB TO ARR-VAR-FOUND-SUB
053920     END-IF.
053930 6150-SCAN-PRIOR-FOR-KEY-EXIT.
053940     EXIT.
053950*
053960*    ONE VARIANCE LINE FOR A PRIOR ENTRY NO CURRENT ENTRY
053970*    CLAIMED - THE BIN DROPPED OFF THE ARRAY THIS RUN, SO ITS
053980*    CURRENT VALUE SHOWS AS ZERO.
053990 6200-WRITE-PRIOR-ONLY-LINE.
054000     IF ARR-PRIOR-USED (ARR-VAR-PRIOR-SUB)
054010         GO TO 6200-WRITE-PRIOR-ONLY-LINE-EXIT
054020     END-IF.
054030     MOVE ARR-PRIOR-ELEM (ARR-VAR-PRIOR-SUB)
054040         TO ARR-VAR-OLD-WORK.
054050     MOVE 0 TO ARR-VAR-NEW-WORK.
054060     MOVE ARR-PRIOR-WHSE (ARR-VAR-PRIOR-SUB)
054070         TO ARR-VAR-DTL-WHSE.
054080     MOVE ARR-PRIOR-CODE (ARR-VAR-PRIOR-SUB)
054090         TO ARR-VAR-DTL-CODE.
054100     PERFORM 6190-WRITE-VAR-DETAIL
054110         THRU 6190-WRITE-VAR-DETAIL-EXIT.
054120 6200-WRITE-PRIOR-ONLY-LINE-EXIT.
054130     EXIT.
054140*
054150*    COMMON TAIL FOR BOTH VARIANCE LINE SHAPES - THE WAREHOUSE,
054160*    BIN CODE AND OLD/NEW WORK FIELDS ARE SET BY THE CALLER.
054170 6190-WRITE-VAR-DETAIL.
054180     MOVE ARR-VAR-OLD-WORK TO ARR-VAR-DTL-OLD.
054190     MOVE ARR-VAR-NEW-WORK TO ARR-VAR-DTL-NEW.
054200     COMPUTE ARR-VAR-DELTA = ARR-VAR-NEW-WORK - ARR-VAR-OLD-WORK.
054210     MOVE ARR-VAR-DELTA TO ARR-VAR-DTL-DLT.
054220     WRITE ARR-REPORT-REC FROM ARR-VAR-DTL-LINE.
054230 6190-WRITE-VAR-DETAIL-EXIT.
054240     EXIT.
054250*
054260*===============================================================
054270* 6500-REPORT-PENDING  -  APPEND A SECTION TO ARRRPT LISTING
054280*     EVERY CORRECTION HELD FOR SUPERVISOR APPROVAL THIS RUN,
054290*     SO NOBODY HAS TO LEARN FROM THE CONSOLE LOG THAT A
054300*     CORRECTION THEY QUEUED HAS NOT LANDED YET.  NOTHING IS
054310*     WRITTEN WHEN NOTHING IS PENDING.
054320*===============================================================
054330 6500-REPORT-PENDING.
054340     IF ARR-CORR-PENDING-COUNT = 0
054350         GO TO 6500-REPORT-PENDING-EXIT
054360     END-IF.
054370     WRITE ARR-REPORT-REC FROM ARR-PEND-HDR-LINE.
054380     PERFORM 6510-WRITE-PENDING-LINE
054390         THRU 6510-WRITE-PENDING-LINE-EXIT
054400         VARYING ARR-PEND-SCAN-SUB FROM 1 BY 1
054410         UNTIL ARR-PEND-SCAN-SUB > ARR-CORR-PENDING-COUNT.
054420 6500-REPORT-PENDING-EXIT.
054430     EXIT.
054440*
054450 6510-WRITE-PENDING-LINE.
054460     MOVE ARR-PEND-IMAGE (ARR-PEND-SCAN-SUB) TO ARR-PEND-WORK.
054470     MOVE ARR-PEND-WHSE    TO ARR-PEND-DTL-WHSE.
054480     MOVE ARR-PEND-CODE    TO ARR-PEND-DTL-CODE.
054490     MOVE ARR-PEND-NEW-VAL TO ARR-PEND-DTL-VAL.
054500     MOVE ARR-PEND-DATE-MM TO ARR-PEND-DTL-MM.
054510     MOVE ARR-PEND-DATE-DD TO ARR-PEND-DTL-DD.
054520     MOVE ARR-PEND-DATE-YY TO ARR-PEND-DTL-YY.
054530     MOVE ARR-PEND-ENTER-ID TO ARR-PEND-DTL-ENTER.
054540     WRITE ARR-REPORT-REC FROM ARR-PEND-DTL-LINE.
054550 6510-WRITE-PENDING-LINE-EXIT.
054560     EXIT.
054570*
054580*===============================================================
054590* 6700-REPORT-IN-TRANSIT  -  APPEND THE OPEN-TRANSFER AGING
054600*     SECTION TO ARRRPT - ONE LINE PER IN-TRANSIT POSITION
054610*     STILL OPEN, WITH ITS AGE IN DAYS AND AN AGED FLAG ONCE IT
054620*     PASSES ARR-XFER-AGE-LIMIT, SO A LOST SHIPMENT SURFACES
054630*     INSTEAD OF VANISHING.  NOTHING IS WRITTEN WHEN NOTHING IS
054640*     OPEN.
054650*===============================================================
054660 6700-REPORT-IN-TRANSIT.
054670     IF ARR-INTR-OPEN-TOTAL = 0
054680         GO TO 6700-REPORT-IN-TRANSIT-EXIT
054690     END-IF.
054700     MOVE ARR-RUN-DATE TO ARR-D2D-DATE.
054710     PERFORM 9600-DATE-TO-DAYS
054720         THRU 9600-DATE-TO-DAYS-EXIT.
054730     MOVE ARR-D2D-DAYS TO ARR-RUN-DAY-SERIAL.
054740     WRITE ARR-REPORT-REC FROM ARR-XFR-HDR-LINE.
054750     WRITE ARR-REPORT-REC FROM ARR-XFR-COL-LINE.
054760     PERFORM 6710-WRITE-XFR-LINE
054770         THRU 6710-WRITE-XFR-LINE-EXIT
054780         VARYING ARR-INTR-SCAN-SUB FROM 1 BY 1
054790         UNTIL ARR-INTR-SCAN-SUB > ARR-INTR-COUNT.
054800 6700-REPORT-IN-TRANSIT-EXIT.
054810     EXIT.
054820*
054830 6710-WRITE-XFR-LINE.
054840     IF NOT ARR-INTR-TBL-OPEN (ARR-INTR-SCAN-SUB)
054850         GO TO 6710-WRITE-XFR-LINE-EXIT
054860     END-IF.
054870     MOVE ARR-INTR-TBL-DOC (ARR-INTR-SCAN-SUB)
054880         TO ARR-XFR-DTL-DOC.
054890     MOVE ARR-INTR-TBL-FROM-WHSE (ARR-INTR-SCAN-SUB)
054900         TO ARR-XFR-DTL-FWHSE.
054910     MOVE ARR-INTR-TBL-FROM-CODE (ARR-INTR-SCAN-SUB)
054920         TO ARR-XFR-DTL-FCODE.
054930     MOVE ARR-INTR-TBL-TO-WHSE (ARR-INTR-SCAN-SUB)
054940         TO ARR-XFR-DTL-TWHSE.
054950     MOVE ARR-INTR-TBL-TO-CODE (ARR-INTR-SCAN-SUB)
054960         TO ARR-XFR-DTL-TCODE.
054970     MOVE ARR-INTR-TBL-QTY (ARR-INTR-SCAN-SUB)
054980         TO ARR-XFR-DTL-QTY.
054990     MOVE ARR-INTR-TBL-DATE (ARR-INTR-SCAN-SUB)
055000         TO ARR-D2D-DATE.
055010     MOVE ARR-D2D-MM TO ARR-XFR-DTL-MM.
055020     MOVE ARR-D2D-DD TO ARR-XFR-DTL-DD.
055030     MOVE ARR-D2D-YY TO ARR-XFR-DTL-YY.
055040     PERFORM 9600-DATE-TO-DAYS
055050         THRU 9600-DATE-TO-DAYS-EXIT.
055060     COMPUTE ARR-XFER-AGE-DAYS
055070         = ARR-RUN-DAY-SERIAL - ARR-D2D-DAYS.
055080     IF ARR-XFER-AGE-DAYS < 0
055090         MOVE 0 TO ARR-XFER-AGE-DAYS
055100     END-IF.
055110     MOVE ARR-XFER-AGE-DAYS TO ARR-XFR-DTL-AGE.
055120     IF ARR-XFER-AGE-DAYS > ARR-XFER-AGE-LIMIT
055130         MOVE "** AGED **" TO ARR-XFR-DTL-FLAG
055140     ELSE
055150         MOVE SPACES TO ARR-XFR-DTL-FLAG
055160     END-IF.
055170     WRITE ARR-REPORT-REC FROM ARR-XFR-DTL-LINE.
055180 6710-WRITE-XFR-LINE-EXIT.
055190     EXIT.
055200*
055210*===============================================================
055220* 7000-SAVE-SNAPSHOT  -  WRITE TODAY'S ARRAY TO ARRSNAPO SO THE
055230*     NEXT RUN CAN RECONCILE AGAINST IT.  ARRSNAPO IS ALWAYS A
055240*     BRAND NEW DATASET (SEE THE ARRSNAPO DD IN THE BATCH JCL),
055250*     NOT ARR-SNAPSHOT-FILE/ARRSNAP REOPENED FOR OUTPUT, SINCE A
055260*     DD ALLOCATED MOD CAN ONLY EXTEND A DATASET ON OPEN OUTPUT,
055270*     NOT TRUNCATE ONE, AND THE PRIOR SNAPSHOT JUST READ BY
055280*     1200-READ-PRIOR-SNAPSHOT MUST NOT BE ADDED ONTO RATHER
055290*     THAN REPLACED.  RUNS IN BOTH RUN MODES, NOT JUST A NORMAL
055300*     LOAD - A RECONCILIATION-ONLY RUN CAN STILL HAVE APPLIED A
055310*     PENDING ARRCORR CORRECTION IN 2600-APPLY-CORRECTIONS ABOVE,
055320*     AND THAT CORRECTED VALUE HAS TO REACH ARRSNAP THE SAME AS
055330*     IT WOULD ON A NORMAL LOAD RUN, OR IT IS LOST THE MOMENT
055340*     ARRCORR IS CLEARED AT THE END OF THIS RUN.  ON A RUN THAT
055350*     ENDS IN ERROR (MISSING OR ZERO-COUNT ARRIN HEADER, OR A
055360*     TRUNCATED LOAD)
055370*     THE PRIOR SNAPSHOT IS CARRIED FORWARD UNCHANGED INSTEAD -
055380*     THE GDG PROMOTES THE (+1) GENERATION AT JOB END NO MATTER
055390*     WHAT THE CONDITION CODE WAS, AND THE BROKEN ARRAY MUST
055400*     NOT BECOME THE BASELINE THE RERUN RECONCILES AGAINST.
055410*===============================================================
055420 7000-SAVE-SNAPSHOT.
055430     OPEN OUTPUT ARR-SNAPSHOT-OUT-FILE.
055440*    THE KEYED TWIN IS REBUILT FROM SCRATCH EVERY RUN (THE
055450*    CLUSTER IS DEFINED REUSE) SO IT ALWAYS MIRRORS WHAT THE
055460*    SEQUENTIAL GENERATION SAYS.  IF THE CLUSTER IS NOT THERE
055470*    THE RUN CARRIES ON WITHOUT IT - ONLY THE ONE-BIN LOOKUP
055480*    TRANSACTIONS LOSE OUT.
055490     OPEN OUTPUT ARR-SNAPK-FILE.
055500     IF ARR-SNAPK-STATUS = "00"
055510         SET ARR-SNAPK-OPEN TO TRUE
055520     ELSE
055530         DISPLAY "ARRAYDEMO - ARRSNAPK KEYED SNAPSHOT NOT "
055540             "AVAILABLE - STATUS " ARR-SNAPK-STATUS
055550     END-IF.
055560     IF ARR-HDR-MISSING
055570         OR ARR-LOAD-TRUNCATED
055580         OR ARR-ZERO-LOAD
055590         OR ARR-DUP-BATCH
055600         OR ARR-RUN-BLOCKED
055610         OR ARR-TABLE-FULL
055620         PERFORM 7200-CARRY-PRIOR-FORWARD
055630             THRU 7200-CARRY-PRIOR-FORWARD-EXIT
055640         GO TO 7000-SAVE-SNAPSHOT-EXIT
055650     END-IF.
055660     IF ARR-ELEM-COUNT = 0
055670         GO TO 7000-SAVE-SNAPSHOT-EXIT
055680     END-IF.
055690     PERFORM 7100-WRITE-SNAP-REC
055700         THRU 7100-WRITE-SNAP-REC-EXIT
055710         VARYING ARR-IDX FROM 1 BY 1
055720         UNTIL ARR-IDX > ARR-ELEM-COUNT.
055730 7000-SAVE-SNAPSHOT-EXIT.
055740     EXIT.
055750*
055760 7100-WRITE-SNAP-REC.
055770     MOVE ARR-IDX                TO ARR-SNAP-OUT-SUB.
055780     MOVE ARR-BIN-KEY (ARR-IDX)  TO ARR-SNAP-OUT-BIN-KEY.
055790     MOVE ELEM (ARR-IDX)         TO ARR-SNAP-OUT-VAL.
055800     MOVE ARR-RUN-DATE           TO ARR-SNAP-OUT-RUN-DATE.
055810     MOVE ARR-RUN-TIME           TO ARR-SNAP-OUT-RUN-TIME.
055820     WRITE ARR-SNAP-OUT-REC.
055830     IF ARR-SNAPK-OPEN
055840         MOVE ARR-BIN-KEY (ARR-IDX) TO ARR-SNAPK-BIN-KEY
055850         MOVE ELEM (ARR-IDX)        TO ARR-SNAPK-VAL
055860         MOVE ARR-RUN-DATE          TO ARR-SNAPK-RUN-DATE
055870         WRITE ARR-SNAPK-REC
055880             INVALID KEY
055890                 DISPLAY "ARRAYDEMO - ARRSNAPK WRITE FAILED "
055900                     "FOR " ARR-SNAPK-BIN-KEY
055910         END-WRITE
055920     END-IF.
055930 7100-WRITE-SNAP-REC-EXIT.
055940     EXIT.
055950*
055960*    REWRITE THE PRIOR SNAPSHOT AS THIS RUN'S OUTGOING
055970*    GENERATION, UNCHANGED, SO AN ERROR RUN DOES NOT ROTATE A
055980*    BROKEN OR EMPTY BASELINE INTO THE GDG.
055990 7200-CARRY-PRIOR-FORWARD.
056000     DISPLAY "ARRAYDEMO - RUN ENDED IN ERROR - PRIOR "
056010         "SNAPSHOT CARRIED FORWARD UNCHANGED".
056020     IF ARR-PRIOR-COUNT = 0
056030         GO TO 7200-CARRY-PRIOR-FORWARD-EXIT
056040     END-IF.
056050     PERFORM 7210-WRITE-PRIOR-SNAP-REC
056060         THRU 7210-WRITE-PRIOR-SNAP-REC-EXIT
056070         VARYING ARR-VAR-PRIOR-SUB FROM 1 BY 1
056080         UNTIL ARR-VAR-PRIOR-SUB > ARR-PRIOR-COUNT.
056090 7200-CARRY-PRIOR-FORWARD-EXIT.
056100     EXIT.
056110*
056120 7210-WRITE-PRIOR-SNAP-REC.
056130     MOVE ARR-VAR-PRIOR-SUB TO ARR-SNAP-OUT-SUB.
056140     MOVE ARR-PRIOR-KEY (ARR-VAR-PRIOR-SUB)
056150         TO ARR-SNAP-OUT-BIN-KEY.
056160     MOVE ARR-PRIOR-ELEM (ARR-VAR-PRIOR-SUB)
056170         TO ARR-SNAP-OUT-VAL.
056180     MOVE ARR-RUN-DATE TO ARR-SNAP-OUT-RUN-DATE.
056190     MOVE ARR-RUN-TIME TO ARR-SNAP-OUT-RUN-TIME.
056200     WRITE ARR-SNAP-OUT-REC.
056210     IF ARR-SNAPK-OPEN
056220         MOVE ARR-PRIOR-KEY (ARR-VAR-PRIOR-SUB)
056230             TO ARR-SNAPK-BIN-KEY
056240         MOVE ARR-PRIOR-ELEM (ARR-VAR-PRIOR-SUB)
056250             TO ARR-SNAPK-VAL
056260         MOVE ARR-RUN-DATE TO ARR-SNAPK-RUN-DATE
056270         WRITE ARR-SNAPK-REC
056280             INVALID KEY
056290                 DISPLAY "ARRAYDEMO - ARRSNAPK WRITE FAILED "
056300                     "FOR " ARR-SNAPK-BIN-KEY
056310         END-WRITE
056320     END-IF.
056330 7210-WRITE-PRIOR-SNAP-REC-EXIT.
056340     EXIT.
056350*
056360*===============================================================
056370* 7300-SAVE-LOTS  -  WRITE THE LOT TABLE TO ARRLOTO, WHICH THE
056380*     BATCH JCL PROMOTES OVER ARRLOT.  THE LOTS ARE FIRST
056390*     BALANCED BACK TO THE FINAL ARRAY, THEN WRITTEN BIN BY BIN
056400*     IN ARRAY ORDER, SO THE FILE COMES OUT IN WAREHOUSE PLUS
056410*     BIN CODE SEQUENCE FOR THE EXPIRING-STOCK REPORT.  A LOT
056420*     DRAWN TO ZERO IS NOT WRITTEN.  ON A RUN THAT ENDS IN ERROR
056430*     THE LOTS ARE CARRIED FORWARD AS READ, THE SAME RULE AS
056440*     7200-CARRY-PRIOR-FORWARD - THE ARRAY THEY WOULD BALANCE TO
056450*     IS NOT THE ONE GOING FORWARD.
056460*===============================================================
056470 7300-SAVE-LOTS.
056480     OPEN OUTPUT ARR-LOT-OUT-FILE.
056490     MOVE 0 TO ARR-LOT-WRITE-COUNT.
056500     IF ARR-HDR-MISSING
056510         OR ARR-LOAD-TRUNCATED
056520         OR ARR-ZERO-LOAD
056530         OR ARR-DUP-BATCH
056540         OR ARR-RUN-BLOCKED
056550         OR ARR-TABLE-FULL
056560         IF ARR-LOT-COUNT > 0
056570             PERFORM 7320-WRITE-LOT-REC
056580                 THRU 7320-WRITE-LOT-REC-EXIT
056590                 VARYING ARR-LOT-SCAN-SUB FROM 1 BY 1
056600                 UNTIL ARR-LOT-SCAN-SUB > ARR-LOT-COUNT
056610         END-IF
056620         GO TO 7300-SAVE-LOTS-WRAP
056630     END-IF.
056640     PERFORM 2650-BALANCE-LOTS
056650         THRU 2650-BALANCE-LOTS-EXIT.
056660     IF ARR-ELEM-COUNT > 0
056670         PERFORM 7310-WRITE-BIN-LOTS
056680             THRU 7310-WRITE-BIN-LOTS-EXIT
056690             VARYING ARR-IDX FROM 1 BY 1
056700             UNTIL ARR-IDX > ARR-ELEM-COUNT
056710     END-IF.
056720 7300-SAVE-LOTS-WRAP.
056730     CLOSE ARR-LOT-OUT-FILE.
056740     DISPLAY "ARRAYDEMO - ARRLOTO LOT RECORDS WRITTEN: "
056750         ARR-LOT-WRITE-COUNT.
056760 7300-SAVE-LOTS-EXIT.
056770     EXIT.
056780*
056790 7310-WRITE-BIN-LOTS.
056800     IF ARR-LOT-COUNT = 0
056810         GO TO 7310-WRITE-BIN-LOTS-EXIT
056820     END-IF.
056830     MOVE ARR-BIN-KEY (ARR-IDX) TO ARR-LOT-SRCH-KEY.
056840     PERFORM 7315-WRITE-IF-THIS-BIN
056850         THRU 7315-WRITE-IF-THIS-BIN-EXIT
056860         VARYING ARR-LOT-SCAN-SUB FROM 1 BY 1
056870         UNTIL ARR-LOT-SCAN-SUB > ARR-LOT-COUNT.
056880 7310-WRITE-BIN-LOTS-EXIT.
056890     EXIT.
056900*
056910 7315-WRITE-IF-THIS-BIN.
056920     IF ARR-LOT-TBL-KEY (ARR-LOT-SCAN-SUB) = ARR-LOT-SRCH-KEY
056930         PERFORM 7320-WRITE-LOT-REC
056940             THRU 7320-WRITE-LOT-REC-EXIT
056950     END-IF.
056960 7315-WRITE-IF-THIS-BIN-EXIT.
056970     EXIT.
056980*
056990 7320-WRITE-LOT-REC.
057000     IF ARR-LOT-TBL-QTY (ARR-LOT-SCAN-SUB) = 0
057010         GO TO 7320-WRITE-LOT-REC-EXIT
057020     END-IF.
057030     MOVE SPACES TO ARR-LOT-OUT-REC.
057040     MOVE ARR-LOT-TBL-KEY (ARR-LOT-SCAN-SUB)
057050         TO ARR-LOT-OUT-BIN-KEY.
057060     MOVE ARR-LOT-TBL-NO (ARR-LOT-SCAN-SUB)
057070         TO ARR-LOT-OUT-NO.
057080     MOVE ARR-LOT-TBL-EXP (ARR-LOT-SCAN-SUB)
057090         TO ARR-LOT-OUT-EXP-DATE.
057100     MOVE ARR-LOT-TBL-QTY (ARR-LOT-SCAN-SUB)
057110         TO ARR-LOT-OUT-QTY.
057120     MOVE ARR-LOT-TBL-RECV (ARR-LOT-SCAN-SUB)
057130         TO ARR-LOT-OUT-RECV-DATE.
057140     WRITE ARR-LOT-OUT-REC.
057150     ADD 1 TO ARR-LOT-WRITE-COUNT.
057160 7320-WRITE-LOT-REC-EXIT.
057170     EXIT.
057180*
057190*===============================================================
057200* 7500-WRITE-EXTRACT  -  WRITE THE ARREXTR DOWNSTREAM EXTRACT
057210*     FOR THE CORPORATE INVENTORY SYSTEM - HEADER, ONE DETAIL
057220*     PER ARR-DETAIL ENTRY, AND A TRAILER CARRYING THE DETAIL
057230*     RECORD COUNT AND A HASH TOTAL OF THE BIN VALUES.  ONLY
057240*     PRODUCED WHEN THE RUN COMPLETED CLEANLY (RETURN CODE 0) -
057250*     A MISSING ARRIN HEADER, A TRUNCATED LOAD, ANYTHING ON
057260*     ARREXC OR A CORRECTION WHOSE BIN WAS NOT FOUND LEAVES
057270*     ARREXTR UNOPENED AND EMPTY, SO DOWNSTREAM NEVER LOADS A
057280*     HALF-BUILT ARRAY.
057290*===============================================================
057300 7500-WRITE-EXTRACT.
057310*    THE TEST HERE COVERS EXACTLY THE CONDITIONS THAT RAISE THE
057320*    RETURN CODE IN 9200-SET-RETURN-CODE - THE BATCH JCL'S
057330*    SCRATCH STEP DELETES THE EMPTY EXTRACT WHENEVER THIS STEP
057340*    ENDS NONZERO, SO "EXTRACT WRITTEN" AND "RC=0" HAVE TO
057350*    MEAN THE SAME THING.
057360     IF ARR-HDR-MISSING
057370         OR ARR-LOAD-TRUNCATED
057380         OR ARR-ZERO-LOAD
057390         OR ARR-DUP-BATCH
057400         OR ARR-RUN-BLOCKED
057410         OR ARR-TABLE-FULL
057420         OR ARR-EXC-COUNT > 0
057430         OR ARR-CORR-NOTFND-COUNT > 0
057440         DISPLAY "ARRAYDEMO - RUN NOT CLEAN - ARREXTR "
057450             "DOWNSTREAM EXTRACT NOT PRODUCED"
057460         GO TO 7500-WRITE-EXTRACT-EXIT
057470     END-IF.
057480     OPEN OUTPUT ARR-EXTRACT-FILE.
057490     MOVE SPACES TO ARR-EXT-HEADER-REC.
057500     MOVE "H" TO ARR-EXT-HDR-TYPE.
057510     MOVE ARR-RUN-DATE TO ARR-EXT-HDR-RUN-DATE.
057520     MOVE "ARRAYDEMO-BINEXTR" TO ARR-EXT-HDR-FILE-ID.
057530     WRITE ARR-EXT-HEADER-REC.
057540     MOVE 0 TO ARR-EXT-REC-COUNT.
057550     MOVE 0 TO ARR-EXT-HASH-TOTAL.
057560     MOVE 0 TO ARR-EXT-VAL-TOTAL.
057570     IF ARR-ELEM-COUNT > 0
057580         PERFORM 7510-WRITE-EXTRACT-DETAIL
057590             THRU 7510-WRITE-EXTRACT-DETAIL-EXIT
057600             VARYING ARR-IDX FROM 1 BY 1
057610             UNTIL ARR-IDX > ARR-ELEM-COUNT
057620     END-IF.
057630     MOVE SPACES TO ARR-EXT-TRAILER-REC.
057640     MOVE "T" TO ARR-EXT-TRL-TYPE.
057650     MOVE ARR-EXT-REC-COUNT  TO ARR-EXT-TRL-COUNT.
057660     MOVE ARR-EXT-HASH-TOTAL TO ARR-EXT-TRL-HASH.
057670     MOVE ARR-EXT-VAL-TOTAL  TO ARR-EXT-TRL-VALUE.
057680     WRITE ARR-EXT-TRAILER-REC.
057690     CLOSE ARR-EXTRACT-FILE.
057700*    REGISTER WHAT WENT OUT - THE DD IS ALLOCATED MOD, SO OPEN
057710*    OUTPUT POSITIONS AT END-OF-FILE AND THE RECORD LANDS AFTER
057720*    EVERY EARLIER EXTRACT'S, THE SAME WAY ARRRLOG IS KEPT.
057730     OPEN OUTPUT ARR-EXTL-FILE.
057740     MOVE SPACES             TO ARR-EXTL-REC.
057750     MOVE ARR-RUN-DATE       TO ARR-EXTL-RUN-DATE.
057760     MOVE ARR-RUN-TIME       TO ARR-EXTL-RUN-TIME.
057770     MOVE ARR-EXT-REC-COUNT  TO ARR-EXTL-COUNT.
057780     MOVE ARR-EXT-HASH-TOTAL TO ARR-EXTL-HASH.
057790     MOVE ARR-EXT-VAL-TOTAL  TO ARR-EXTL-VALUE.
057800     WRITE ARR-EXTL-REC.
057810     CLOSE ARR-EXTL-FILE.
057820     DISPLAY "ARRAYDEMO - ARREXTR EXTRACT WRITTEN - "
057830         ARR-EXT-REC-COUNT " DETAIL RECORD(S)".
057840 7500-WRITE-EXTRACT-EXIT.
057850     EXIT.
057860*
057870 7510-WRITE-EXTRACT-DETAIL.
057880     MOVE SPACES TO ARR-EXT-DETAIL-REC.
057890     MOVE "D" TO ARR-EXT-DTL-TYPE.
057900     MOVE ARR-WHSE-CODE (ARR-IDX) TO ARR-EXT-DTL-WHSE.
057910     MOVE ARR-BIN-CODE (ARR-IDX)  TO ARR-EXT-DTL-CODE.
057920     MOVE ELEM (ARR-IDX)          TO ARR-EXT-DTL-VALUE.
057930     MOVE ARR-RUN-DATE            TO ARR-EXT-DTL-AS-OF.
057940     MOVE ARR-BIN-CODE (ARR-IDX)  TO ARR-COST-LOOKUP-CODE.
057950     PERFORM 8200-FIND-UNIT-COST
057960         THRU 8200-FIND-UNIT-COST-EXIT.
057970     IF ARR-COST-FOUND
057980         MOVE ARR-COST-TBL-UNIT (ARR-COST-IDX)
057990             TO ARR-COST-UNIT-WORK
058000     ELSE
058010         MOVE 0 TO ARR-COST-UNIT-WORK
058020     END-IF.
058030     MOVE ARR-COST-UNIT-WORK      TO ARR-EXT-DTL-UNIT-COST.
058040     COMPUTE ARR-VAL-EXT-WORK
058050         = ELEM (ARR-IDX) * ARR-COST-UNIT-WORK.
058060     MOVE ARR-VAL-EXT-WORK        TO ARR-EXT-DTL-EXT-VAL.
058070     ADD ARR-VAL-EXT-WORK TO ARR-EXT-VAL-TOTAL.
058080     WRITE ARR-EXT-DETAIL-REC.
058090     ADD 1 TO ARR-EXT-REC-COUNT.
058100     ADD ELEM (ARR-IDX) TO ARR-EXT-HASH-TOTAL.
058110 7510-WRITE-EXTRACT-DETAIL-EXIT.
058120     EXIT.
058130*===============================================================
058140* 8000-FIND-BIN-CODE  -  RESOLVE ARR-LOOKUP-KEY (WAREHOUSE PLUS
058150*     BIN CODE) TO ITS ELEM SUBSCRIPT VIA A SEARCH ALL AGAINST
058160*     THE ASCENDING-KEYED ARR-DETAIL TABLE, SETTING
058170*     ARR-LOOKUP-FOUND AND ARR-IDX.  THIS IS THE LOOKUP USED TO
058180*     ADDRESS A BIN BY KEY INSTEAD OF SUBSCRIPT.
058190*===============================================================
058200 8000-FIND-BIN-CODE.
058210     SET ARR-LOOKUP-SW TO "N".
058220     IF ARR-ELEM-COUNT = 0
058230         GO TO 8000-FIND-BIN-CODE-EXIT
058240     END-IF.
058250     SEARCH ALL ARR-DETAIL
058260         AT END
058270             GO TO 8000-FIND-BIN-CODE-EXIT
058280         WHEN ARR-BIN-KEY (ARR-IDX) = ARR-LOOKUP-KEY
058290             SET ARR-LOOKUP-FOUND TO TRUE
058300     END-SEARCH.
058310 8000-FIND-BIN-CODE-EXIT.
058320     EXIT.
058330*
058340*===============================================================
058350* 8100-FIND-BIN-MASTER  -  READ THE ARRBINM KEYED BIN MASTER
058360*     DIRECTLY BY ARR-BINM-LOOKUP-CODE, SETTING ARR-BINM-FOUND
058370*     AND LEAVING THE MATCHING ROW IN ARR-BINM-REC.  NO TABLE,
058380*     NO CEILING - THE MASTER GROWS WITH THE DATASET.
058390*===============================================================
058400 8100-FIND-BIN-MASTER.
058410     SET ARR-BINM-FOUND-SW TO "N".
058420     IF NOT ARR-BINM-AVAIL
058430         GO TO 8100-FIND-BIN-MASTER-EXIT
058440     END-IF.
058450     MOVE ARR-BINM-LOOKUP-CODE TO ARR-BINM-CODE.
058460     READ ARR-BINM-FILE
058470         INVALID KEY
058480             GO TO 8100-FIND-BIN-MASTER-EXIT
058490     END-READ.
058500     SET ARR-BINM-FOUND TO TRUE.
058510 8100-FIND-BIN-MASTER-EXIT.
058520     EXIT.
058530*
058540*===============================================================
058550* 8200-FIND-UNIT-COST  -  RESOLVE ARR-COST-LOOKUP-CODE TO ITS
058560*     ARR-COST-TABLE ENTRY VIA A SEARCH ALL AGAINST THE
058570*     ASCENDING-KEYED UNIT COST TABLE, SETTING ARR-COST-FOUND
058580*     AND LEAVING ARR-COST-IDX ON THE MATCHING ENTRY.
058590*===============================================================
058600 8200-FIND-UNIT-COST.
058610     SET ARR-COST-FOUND-SW TO "N".
058620     IF ARR-COST-COUNT = 0
058630         GO TO 8200-FIND-UNIT-COST-EXIT
058640     END-IF.
058650     SEARCH ALL ARR-COST-ENTRY
058660         AT END
058670             GO TO 8200-FIND-UNIT-COST-EXIT
058680         WHEN ARR-COST-TBL-CODE (ARR-COST-IDX)
058690                 = ARR-COST-LOOKUP-CODE
058700             SET ARR-COST-FOUND TO TRUE
058710     END-SEARCH.
058720 8200-FIND-UNIT-COST-EXIT.
058730     EXIT.
058740*
058750*===============================================================
058760* 8300-CHECK-DUP-BATCH  -  SCAN THE PRIOR-BATCH TABLE FOR
058770*     ARR-RUN-BATCH-ID AND SET ARR-DUP-BATCH IF AN EARLIER RUN
058780*     ALREADY POSTED IT.
058790*===============================================================
058800 8300-CHECK-DUP-BATCH.
058810     PERFORM 8310-MATCH-ONE-BATCH
058820         THRU 8310-MATCH-ONE-BATCH-EXIT
058830         VARYING ARR-BATCH-SCAN-SUB FROM 1 BY 1
058840         UNTIL ARR-BATCH-SCAN-SUB > ARR-BATCH-COUNT
058850         OR ARR-DUP-BATCH.
058860 8300-CHECK-DUP-BATCH-EXIT.
058870     EXIT.
058880*
058890 8310-MATCH-ONE-BATCH.
058900     IF ARR-BATCH-PRIOR-ID (ARR-BATCH-SCAN-SUB)
058910             = ARR-RUN-BATCH-ID
058920         SET ARR-DUP-BATCH TO TRUE
058930     END-IF.
058940 8310-MATCH-ONE-BATCH-EXIT.
058950     EXIT.
058960*
058970*===============================================================
058980* 8400-FIND-LOT  -  FIND THE LOT TABLE ENTRY FOR LOT NUMBER
058990*     ARR-LOT-SRCH-NO IN BIN ARR-LOT-SRCH-KEY (SPACES FINDS THE
059000*     BIN'S UNLOTTED ENTRY), LEAVING ITS SUBSCRIPT IN
059010*     ARR-LOT-FOUND-SUB - ZERO WHEN THERE IS NONE.  AN ENTRY
059020*     DRAWN TO ZERO STILL MATCHES.
059030*===============================================================
059040 8400-FIND-LOT.
059050     MOVE 0 TO ARR-LOT-FOUND-SUB.
059060     PERFORM 8410-MATCH-ONE-LOT
059070         THRU 8410-MATCH-ONE-LOT-EXIT
059080         VARYING ARR-LOT-SCAN-SUB FROM 1 BY 1
059090         UNTIL ARR-LOT-SCAN-SUB > ARR-LOT-COUNT
059100         OR ARR-LOT-FOUND-SUB > 0.
059110 8400-FIND-LOT-EXIT.
059120     EXIT.
059130*
059140 8410-MATCH-ONE-LOT.
059150     IF ARR-LOT-TBL-KEY (ARR-LOT-SCAN-SUB) = ARR-LOT-SRCH-KEY
059160         AND ARR-LOT-TBL-NO (ARR-LOT-SCAN-SUB) = ARR-LOT-SRCH-NO
059170         MOVE ARR-LOT-SCAN-SUB TO ARR-LOT-FOUND-SUB
059180     END-IF.
059190 8410-MATCH-ONE-LOT-EXIT.
059200     EXIT.
059210*
059220*===============================================================
059230* 8420-FIND-FEFO-LOT  -  FIND THE LOT IN BIN ARR-LOT-SRCH-KEY
059240*     THAT STILL HOLDS STOCK AND EXPIRES FIRST - THE EARLIER
059250*     RECEIPT WINS A TIE - LEAVING ITS SUBSCRIPT IN
059260*     ARR-LOT-FOUND-SUB, ZERO WHEN THE BIN HAS NO STOCK IN ANY
059270*     LOT.
059280*===============================================================
059290 8420-FIND-FEFO-LOT.
059300     MOVE 0 TO ARR-LOT-FOUND-SUB.
059310     PERFORM 8425-CHECK-ONE-FEFO
059320         THRU 8425-CHECK-ONE-FEFO-EXIT
059330         VARYING ARR-LOT-SCAN-SUB FROM 1 BY 1
059340         UNTIL ARR-LOT-SCAN-SUB > ARR-LOT-COUNT.
059350 8420-FIND-FEFO-LOT-EXIT.
059360     EXIT.
059370*
059380 8425-CHECK-ONE-FEFO.
059390     IF ARR-LOT-TBL-KEY (ARR-LOT-SCAN-SUB) NOT = ARR-LOT-SRCH-KEY
059400         GO TO 8425-CHECK-ONE-FEFO-EXIT
059410     END-IF.
059420     IF ARR-LOT-TBL-QTY (ARR-LOT-SCAN-SUB) = 0
059430         GO TO 8425-CHECK-ONE-FEFO-EXIT
059440     END-IF.
059450     IF ARR-LOT-FOUND-SUB = 0
059460         MOVE ARR-LOT-SCAN-SUB TO ARR-LOT-FOUND-SUB
059470         GO TO 8425-CHECK-ONE-FEFO-EXIT
059480     END-IF.
059490     IF ARR-LOT-TBL-EXP (ARR-LOT-SCAN-SUB)
059500             < ARR-LOT-TBL-EXP (ARR-LOT-FOUND-SUB)
059510         MOVE ARR-LOT-SCAN-SUB TO ARR-LOT-FOUND-SUB
059520         GO TO 8425-CHECK-ONE-FEFO-EXIT
059530     END-IF.
059540     IF ARR-LOT-TBL-EXP (ARR-LOT-SCAN-SUB)
059550             = ARR-LOT-TBL-EXP (ARR-LOT-FOUND-SUB)
059560         AND ARR-LOT-TBL-RECV (ARR-LOT-SCAN-SUB)
059570             < ARR-LOT-TBL-RECV (ARR-LOT-FOUND-SUB)
059580         MOVE ARR-LOT-SCAN-SUB TO ARR-LOT-FOUND-SUB
059590     END-IF.
059600 8425-CHECK-ONE-FEFO-EXIT.
059610     EXIT.
059620*
059630*===============================================================
059640* 8440-DRAW-FEFO  -  TAKE ARR-LOT-QTY-WORK OUT OF BIN
059650*     ARR-LOT-SRCH-KEY, EARLIEST-EXPIRING LOT FIRST, ACROSS AS
059660*     MANY LOTS AS IT TAKES.  THE FIRST LOT DRAWN IS LEFT IN
059670*     ARR-LOT-FIRST-NO/-EXP.  ANY QUANTITY THE LOTS COULD NOT
059680*     COVER IS LEFT IN ARR-LOT-QTY-WORK.
059690*===============================================================
059700 8440-DRAW-FEFO.
059710     MOVE SPACES            TO ARR-LOT-FIRST-NO.
059720     MOVE ARR-LOT-NO-EXPIRY TO ARR-LOT-FIRST-EXP.
059730     MOVE "N"               TO ARR-LOT-FIRST-SW.
059740     MOVE "N"               TO ARR-LOT-DRY-SW.
059750     PERFORM 8445-DRAW-ONE-LOT
059760         THRU 8445-DRAW-ONE-LOT-EXIT
059770         UNTIL ARR-LOT-QTY-WORK = 0
059780         OR ARR-LOT-DRY.
059790 8440-DRAW-FEFO-EXIT.
059800     EXIT.
059810*
059820 8445-DRAW-ONE-LOT.
059830     PERFORM 8420-FIND-FEFO-LOT
059840         THRU 8420-FIND-FEFO-LOT-EXIT.
059850     IF ARR-LOT-FOUND-SUB = 0
059860         SET ARR-LOT-DRY TO TRUE
059870         GO TO 8445-DRAW-ONE-LOT-EXIT
059880     END-IF.
059890     IF NOT ARR-LOT-FIRST-TAKEN
059900         MOVE ARR-LOT-TBL-NO (ARR-LOT-FOUND-SUB)
059910             TO ARR-LOT-FIRST-NO
059920         MOVE ARR-LOT-TBL-EXP (ARR-LOT-FOUND-SUB)
059930             TO ARR-LOT-FIRST-EXP
059940         SET ARR-LOT-FIRST-TAKEN TO TRUE
059950     END-IF.
059960     PERFORM 8450-TAKE-FROM-LOT
059970         THRU 8450-TAKE-FROM-LOT-EXIT.
059980 8445-DRAW-ONE-LOT-EXIT.
059990     EXIT.
060000*
060010*    TAKE AS MUCH OF ARR-LOT-QTY-WORK AS THE LOT AT
060020*    ARR-LOT-FOUND-SUB HOLDS, REDUCING BOTH.
060030 8450-TAKE-FROM-LOT.
060040     IF ARR-LOT-TBL-QTY (ARR-LOT-FOUND-SUB) > ARR-LOT-QTY-WORK
060050         SUBTRACT ARR-LOT-QTY-WORK
060060             FROM ARR-LOT-TBL-QTY (ARR-LOT-FOUND-SUB)
060070         MOVE 0 TO ARR-LOT-QTY-WORK
060080     ELSE
060090         SUBTRACT ARR-LOT-TBL-QTY (ARR-LOT-FOUND-SUB)
060100             FROM ARR-LOT-QTY-WORK
060110         MOVE 0 TO ARR-LOT-TBL-QTY (ARR-LOT-FOUND-SUB)
060120     END-IF.
060130 8450-TAKE-FROM-LOT-EXIT.
060140     EXIT.
060150*
060160*===============================================================
060170* 8460-ADD-TO-LOT  -  PUT ARR-LOT-QTY-WORK INTO LOT
060180*     ARR-LOT-SRCH-NO OF BIN ARR-LOT-SRCH-KEY WITH EXPIRY
060190*     ARR-LOT-SRCH-EXP, OPENING THE LOT IF THE BIN HAS NONE BY
060200*     THAT NUMBER.  A LOT STILL HOLDING STOCK KEEPS THE EARLIER
060210*     OF ITS OWN EXPIRY AND THE ONE ARRIVING.  ARR-LOT-FULL IS
060220*     SET, AND NOTHING ADDED, WHEN A NEW LOT HAS NO SLOT.
060230*===============================================================
060240 8460-ADD-TO-LOT.
060250     MOVE "N" TO ARR-LOT-FULL-SW.
060260     PERFORM 8400-FIND-LOT
060270         THRU 8400-FIND-LOT-EXIT.
060280     IF ARR-LOT-FOUND-SUB > 0
060290         IF ARR-LOT-TBL-QTY (ARR-LOT-FOUND-SUB) = 0
060300             MOVE ARR-LOT-SRCH-EXP
060310                 TO ARR-LOT-TBL-EXP (ARR-LOT-FOUND-SUB)
060320             MOVE ARR-RUN-DATE
060330                 TO ARR-LOT-TBL-RECV (ARR-LOT-FOUND-SUB)
060340         END-IF
060350         IF ARR-LOT-SRCH-EXP < ARR-LOT-TBL-EXP (ARR-LOT-FOUND-SUB)
060360             MOVE ARR-LOT-SRCH-EXP
060370                 TO ARR-LOT-TBL-EXP (ARR-LOT-FOUND-SUB)
060380         END-IF
060390         ADD ARR-LOT-QTY-WORK
060400             TO ARR-LOT-TBL-QTY (ARR-LOT-FOUND-SUB)
060410         GO TO 8460-ADD-TO-LOT-EXIT
060420     END-IF.
060430     PERFORM 8470-FIND-FREE-SLOT
060440         THRU 8470-FIND-FREE-SLOT-EXIT.
060450     IF ARR-LOT-FREE-SUB = 0
060460         SET ARR-LOT-FULL TO TRUE
060470         GO TO 8460-ADD-TO-LOT-EXIT
060480     END-IF.
060490     MOVE ARR-LOT-SRCH-KEY TO ARR-LOT-TBL-KEY (ARR-LOT-FREE-SUB).
060500     MOVE ARR-LOT-SRCH-NO  TO ARR-LOT-TBL-NO (ARR-LOT-FREE-SUB).
060510     MOVE ARR-LOT-SRCH-EXP TO ARR-LOT-TBL-EXP (ARR-LOT-FREE-SUB).
060520     MOVE ARR-LOT-QTY-WORK TO ARR-LOT-TBL-QTY (ARR-LOT-FREE-SUB).
060530     MOVE ARR-RUN-DATE     TO ARR-LOT-TBL-RECV (ARR-LOT-FREE-SUB).
060540 8460-ADD-TO-LOT-EXIT.
060550     EXIT.
060560*
060570*    A SLOT FOR A NEW LOT - THE FIRST ONE DRAWN TO ZERO, ELSE A
060580*    NEW ONE ON THE END OF THE TABLE, ELSE ZERO.
060590 8470-FIND-FREE-SLOT.
060600     MOVE 0 TO ARR-LOT-FREE-SUB.
060610     PERFORM 8475-CHECK-ONE-FREE
060620         THRU 8475-CHECK-ONE-FREE-EXIT
060630         VARYING ARR-LOT-SCAN-SUB FROM 1 BY 1
060640         UNTIL ARR-LOT-SCAN-SUB > ARR-LOT-COUNT
060650         OR ARR-LOT-FREE-SUB > 0.
060660     IF ARR-LOT-FREE-SUB = 0
060670         AND ARR-LOT-COUNT < ARR-LOT-MAX-ENTRIES
060680         ADD 1 TO ARR-LOT-COUNT
060690         MOVE ARR-LOT-COUNT TO ARR-LOT-FREE-SUB
060700     END-IF.
060710 8470-FIND-FREE-SLOT-EXIT.
060720     EXIT.
060730*
060740 8475-CHECK-ONE-FREE.
060750     IF ARR-LOT-TBL-QTY (ARR-LOT-SCAN-SUB) = 0
060760         MOVE ARR-LOT-SCAN-SUB TO ARR-LOT-FREE-SUB
060770     END-IF.
060780 8475-CHECK-ONE-FREE-EXIT.
060790     EXIT.
060800*
060810*    TOTAL OF EVERY LOT IN BIN ARR-LOT-SRCH-KEY INTO
060820*    ARR-LOT-SUM-WORK.
060830 8480-SUM-BIN-LOTS.
060840     MOVE 0 TO ARR-LOT-SUM-WORK.
060850     PERFORM 8485-ADD-ONE-LOT
060860         THRU 8485-ADD-ONE-LOT-EXIT
060870         VARYING ARR-LOT-SCAN-SUB FROM 1 BY 1
060880         UNTIL ARR-LOT-SCAN-SUB > ARR-LOT-COUNT.
060890 8480-SUM-BIN-LOTS-EXIT.
060900     EXIT.
060910*
060920 8485-ADD-ONE-LOT.
060930     IF ARR-LOT-TBL-KEY (ARR-LOT-SCAN-SUB) = ARR-LOT-SRCH-KEY
060940         ADD ARR-LOT-TBL-QTY (ARR-LOT-SCAN-SUB)
060950             TO ARR-LOT-SUM-WORK
060960     END-IF.
060970 8485-ADD-ONE-LOT-EXIT.
060980     EXIT.
060990*
061000*===============================================================
061010* 8500-FIND-RESERVATION  -  FIND THE OPEN RESERVATION FOR ORDER
061020*     ARR-RESV-SRCH-ORDER IN BIN ARR-RESV-SRCH-KEY, LEAVING ITS
061030*     SUBSCRIPT IN ARR-RESV-FOUND-SUB - ZERO WHEN THE ORDER HAS
061040*     NONE THERE OR IT IS ALREADY FILLED OR CANCELLED.
061050*===============================================================
061060 8500-FIND-RESERVATION.
061070     MOVE 0 TO ARR-RESV-FOUND-SUB.
061080     PERFORM 8510-MATCH-ONE-RESV
061090         THRU 8510-MATCH-ONE-RESV-EXIT
061100         VARYING ARR-RESV-SCAN-SUB FROM 1 BY 1
061110         UNTIL ARR-RESV-SCAN-SUB > ARR-RESV-COUNT
061120         OR ARR-RESV-FOUND-SUB > 0.
061130 8500-FIND-RESERVATION-EXIT.
061140     EXIT.
061150*
061160 8510-MATCH-ONE-RESV.
061170     IF ARR-RESV-TBL-KEY (ARR-RESV-SCAN-SUB) = ARR-RESV-SRCH-KEY
061180         AND ARR-RESV-TBL-ORDER (ARR-RESV-SCAN-SUB)
061190             = ARR-RESV-SRCH-ORDER
061200         AND NOT ARR-RESV-TBL-CLOSED (ARR-RESV-SCAN-SUB)
061210         MOVE ARR-RESV-SCAN-SUB TO ARR-RESV-FOUND-SUB
061220     END-IF.
061230 8510-MATCH-ONE-RESV-EXIT.
061240     EXIT.
061250*
061260*    TOTAL STILL RESERVED IN BIN ARR-RESV-SRCH-KEY INTO
061270*    ARR-RESV-SUM-WORK.
061280 8520-SUM-BIN-RESV.
061290     MOVE 0 TO ARR-RESV-SUM-WORK.
061300     IF ARR-RESV-COUNT > 0
061310         PERFORM 8525-ADD-ONE-RESV
061320             THRU 8525-ADD-ONE-RESV-EXIT
061330             VARYING ARR-RESV-SCAN-SUB FROM 1 BY 1
061340             UNTIL ARR-RESV-SCAN-SUB > ARR-RESV-COUNT
061350     END-IF.
061360 8520-SUM-BIN-RESV-EXIT.
061370     EXIT.
061380*
061390 8525-ADD-ONE-RESV.
061400     IF ARR-RESV-TBL-KEY (ARR-RESV-SCAN-SUB) = ARR-RESV-SRCH-KEY
061410         AND NOT ARR-RESV-TBL-CLOSED (ARR-RESV-SCAN-SUB)
061420         ADD ARR-RESV-TBL-RSV-QTY (ARR-RESV-SCAN-SUB)
061430             TO ARR-RESV-SUM-WORK
061440     END-IF.
061450 8525-ADD-ONE-RESV-EXIT.
061460     EXIT.
061470*
061480*===============================================================
061490* 8530-FIND-PO-LINE  -  FIND PO ARR-PO-SRCH-NO LINE
061500*     ARR-PO-SRCH-LINE IN THE PURCHASE ORDER TABLE, LEAVING ITS
061510*     SUBSCRIPT IN ARR-PO-FOUND-SUB - ZERO WHEN NOT ON FILE.
061520*===============================================================
061530 8530-FIND-PO-LINE.
061540     MOVE 0 TO ARR-PO-FOUND-SUB.
061550     IF ARR-PO-COUNT = 0
061560         GO TO 8530-FIND-PO-LINE-EXIT
061570     END-IF.
061580     PERFORM 8535-MATCH-ONE-PO
061590         THRU 8535-MATCH-ONE-PO-EXIT
061600         VARYING ARR-PO-SCAN-SUB FROM 1 BY 1
061610         UNTIL ARR-PO-SCAN-SUB > ARR-PO-COUNT
061620         OR ARR-PO-FOUND-SUB > 0.
061630 8530-FIND-PO-LINE-EXIT.
061640     EXIT.
061650*
061660 8535-MATCH-ONE-PO.
061670     IF ARR-PO-TBL-ID (ARR-PO-SCAN-SUB) = ARR-PO-SRCH-ID
061680         MOVE ARR-PO-SCAN-SUB TO ARR-PO-FOUND-SUB
061690     END-IF.
061700 8535-MATCH-ONE-PO-EXIT.
061710     EXIT.
061720*
061730*===============================================================
061740* 8536-FIND-PO-NUMBER  -  FIND ANY LINE OF PO ARR-PO-SRCH-NO IN
061750*     THE PURCHASE ORDER TABLE, LEAVING ITS SUBSCRIPT IN
061760*     ARR-PO-FOUND-SUB - ZERO WHEN THE PO IS NOT ON FILE.
061770*===============================================================
061780 8536-FIND-PO-NUMBER.
061790     MOVE 0 TO ARR-PO-FOUND-SUB.
061800     IF ARR-PO-COUNT = 0
061810         GO TO 8536-FIND-PO-NUMBER-EXIT
061820     END-IF.
061830     PERFORM 8537-MATCH-PO-NUMBER
061840         THRU 8537-MATCH-PO-NUMBER-EXIT
061850         VARYING ARR-PO-SCAN-SUB FROM 1 BY 1
061860         UNTIL ARR-PO-SCAN-SUB > ARR-PO-COUNT
061870         OR ARR-PO-FOUND-SUB > 0.
061880 8536-FIND-PO-NUMBER-EXIT.
061890     EXIT.
061900*
061910 8537-MATCH-PO-NUMBER.
061920     IF ARR-PO-TBL-NO (ARR-PO-SCAN-SUB) = ARR-PO-SRCH-NO
061930         MOVE ARR-PO-SCAN-SUB TO ARR-PO-FOUND-SUB
061940     END-IF.
061950 8537-MATCH-PO-NUMBER-EXIT.
061960     EXIT.
061970*
061980*===============================================================
061990* 8540-FIND-ABC-CLASS  -  FIND BIN ARR-ABC-SRCH-KEY IN THE ABC
062000*     CLASS TABLE, LEAVING ITS SUBSCRIPT IN ARR-ABC-FOUND-SUB -
062010*     ZERO WHEN NOT ON FILE.
062020*===============================================================
062030 8540-FIND-ABC-CLASS.
062040     MOVE 0 TO ARR-ABC-FOUND-SUB.
062050     IF ARR-ABC-COUNT = 0
062060         GO TO 8540-FIND-ABC-CLASS-EXIT
062070     END-IF.
062080     PERFORM 8545-MATCH-ONE-ABC
062090         THRU 8545-MATCH-ONE-ABC-EXIT
062100         VARYING ARR-ABC-SCAN-SUB FROM 1 BY 1
062110         UNTIL ARR-ABC-SCAN-SUB > ARR-ABC-COUNT
062120         OR ARR-ABC-FOUND-SUB > 0.
062130 8540-FIND-ABC-CLASS-EXIT.
062140     EXIT.
062150*
062160 8545-MATCH-ONE-ABC.
062170     IF ARR-ABC-TBL-KEY (ARR-ABC-SCAN-SUB) = ARR-ABC-SRCH-KEY
062180         MOVE ARR-ABC-SCAN-SUB TO ARR-ABC-FOUND-SUB
062190     END-IF.
062200 8545-MATCH-ONE-ABC-EXIT.
062210     EXIT.
062220*
062230*===============================================================
062240* 8600-CONVERT-UOM  -  CONVERT ARR-UOM-QTY-WORK, STATED IN
062250*     ARR-UOM-LOOKUP-UNIT, TO THE STOCKING UNIT OF BIN
062260*     ARR-UOM-LOOKUP-CODE, GIVING ARR-UOM-CONV-WORK AND SETTING
062270*     ARR-UOM-FOUND.  A UNIT THAT IS THE BIN'S OWN ARRBINM
062280*     STOCKING UNIT CONVERTS AT ONE WITHOUT A TABLE ROW; ANY
062290*     OTHER UNIT NEEDS ITS ARRUOM ROW.
062300*===============================================================
062310 8600-CONVERT-UOM.
062320     MOVE "N" TO ARR-UOM-FOUND-SW.
062330     MOVE 0   TO ARR-UOM-CONV-WORK.
062340     IF ARR-BINM-AVAIL
062350         MOVE ARR-UOM-LOOKUP-CODE TO ARR-BINM-LOOKUP-CODE
062360         PERFORM 8100-FIND-BIN-MASTER
062370             THRU 8100-FIND-BIN-MASTER-EXIT
062380         IF ARR-BINM-FOUND
062390         AND ARR-BINM-UOM = ARR-UOM-LOOKUP-UNIT
062400             MOVE 1 TO ARR-UOM-FACTOR-WORK
062410             GO TO 8600-CONVERT-UOM-CALC
062420         END-IF
062430     END-IF.
062440     IF ARR-UOM-COUNT = 0
062450         GO TO 8600-CONVERT-UOM-EXIT
062460     END-IF.
062470     SEARCH ALL ARR-UOM-ENTRY
062480         AT END
062490             GO TO 8600-CONVERT-UOM-EXIT
062500         WHEN ARR-UOM-TBL-KEY (ARR-UOM-IDX) = ARR-UOM-LOOKUP-KEY
062510             MOVE ARR-UOM-TBL-FACTOR (ARR-UOM-IDX)
062520                 TO ARR-UOM-FACTOR-WORK
062530     END-SEARCH.
062540 8600-CONVERT-UOM-CALC.
062550     SET ARR-UOM-FOUND TO TRUE.
062560     COMPUTE ARR-UOM-CONV-WORK
062570         = ARR-UOM-QTY-WORK * ARR-UOM-FACTOR-WORK.
062580 8600-CONVERT-UOM-EXIT.
062590     EXIT.
062600*
062610*===============================================================
062620* 9600-DATE-TO-DAYS  -  TURN ARR-D2D-DATE (YYMMDD) INTO A DAY
062630*     SERIAL IN ARR-D2D-DAYS - YEARS AT 365 PLUS THE MONTH
062640*     OFFSET PLUS THE DAY.  LEAP DAYS ARE IGNORED; THE SERIAL
062650*     IS ONLY EVER DIFFERENCED FOR TRANSFER AGING, WHERE A DAY
062660*     EITHER WAY DOES NOT CHANGE THE ANSWER THAT MATTERS.
062670*===============================================================
062680 9600-DATE-TO-DAYS.
062690     COMPUTE ARR-D2D-DAYS
062700         = (ARR-D2D-YY * 365)
062710         + ARR-MONTH-OFF (ARR-D2D-MM)
062720         + ARR-D2D-DD.
062730 9600-DATE-TO-DAYS-EXIT.
062740     EXIT.
062750*
062760*===============================================================
062770* 9000-TERMINATE  -  CLOSE FILES FOR THE RUN.  ARRCKPT AND
062780*     ARRCORR ARE LEFT AS THIS RUN LEAVES THEM RATHER THAN
062790*     REOPENED HERE TO CLEAR THEM - ON A DD ALLOCATED MOD, OPEN
062800*     OUTPUT ONLY POSITIONS AT END-OF-FILE, IT DOES NOT TRUNCATE,
062810*     SO A CLOSE/OPEN OUTPUT/CLOSE DANCE LIKE THAT DID NOT ACTUALLY
062820*     EMPTY EITHER FILE.  BOTH ARE RESET TO EMPTY BY THE BATCH
062830*     JCL'S CLEANUP STEP, WHICH ONLY RUNS WHEN THIS STEP ENDS
062840*     NO WORSE THAN THE RC=4 WARNING LEVEL, SO A CHECKPOINT OR A
062850*     NOT-YET-APPLIED CORRECTION SURVIVES INTACT IF THIS RUN
062860*     ENDS IN ERROR OR ABENDS.  THE RUN-CONTROL SUMMARY IS
062870*     APPENDED TO ARRRLOG AND THE GRADED CONDITION CODE IS SET
062880*     LAST, JUST BEFORE CONTROL RETURNS TO THE SYSTEM.
062890*     ARRCKPT IS ONLY CLOSED IF ARR-CKPT-OPEN SHOWS 2050-INIT-
062900*     RESTART ACTUALLY OPENED IT - A LOAD RUN THAT GOES STRAIGHT
062910*     TO 2000-LOAD-ARRAY-EXIT ON A MISSING HEADER OR A ZERO
062920*     ELEMENT COUNT NEVER GETS THAT FAR AND HAS NOTHING TO CLOSE.
062930*===============================================================
062940 9000-TERMINATE.
062950     IF ARR-EXC-COUNT = 0
062960         WRITE ARR-EXCEPTION-REC FROM ARR-EXC-NONE-LINE
062970     END-IF.
062980     CLOSE ARR-REPORT-FILE.
062990     CLOSE ARR-EXCEPTION-FILE.
063000     CLOSE ARR-AUDIT-FILE.
063010     CLOSE ARR-SNAPSHOT-OUT-FILE.
063020     IF ARR-SNAPK-OPEN
063030         CLOSE ARR-SNAPK-FILE
063040     END-IF.
063050     IF ARR-BINM-AVAIL
063060         CLOSE ARR-BINM-FILE
063070     END-IF.
063080     IF ARR-CORRO-OPEN
063090         CLOSE ARR-CORR-OUT-FILE
063100     END-IF.
063110     IF ARR-SUSPO-OPEN
063120         CLOSE ARR-SUSP-OUT-FILE
063130         IF ARR-SUSP-WRITE-COUNT > 0
063140             DISPLAY "ARRAYDEMO - " ARR-SUSP-WRITE-COUNT
063150                 " REJECTED RECORD(S) WRITTEN TO SUSPENSE"
063160         END-IF
063170     END-IF.
063180     IF ARR-RUN-MODE-LOAD
063190         CLOSE ARR-INPUT-FILE
063200         IF ARR-CKPT-OPEN
063210             CLOSE ARR-CKPT-FILE
063220         END-IF
063230     END-IF.
063240     PERFORM 9200-SET-RETURN-CODE
063250         THRU 9200-SET-RETURN-CODE-EXIT.
063260     PERFORM 9100-WRITE-RUN-LOG
063270         THRU 9100-WRITE-RUN-LOG-EXIT.
063280 9000-TERMINATE-EXIT.
063290     EXIT.
063300*
063310*===============================================================
063320* 9100-WRITE-RUN-LOG  -  APPEND THIS RUN'S ONE-LINE SUMMARY TO
063330*     THE CUMULATIVE ARRRLOG RUN LOG.  THE DD IS ALLOCATED MOD,
063340*     SO OPEN OUTPUT POSITIONS AT END-OF-FILE AND THE RECORD
063350*     LANDS AFTER EVERY EARLIER RUN'S.
063360*===============================================================
063370 9100-WRITE-RUN-LOG.
063380     OPEN OUTPUT ARR-RLOG-FILE.
063390     MOVE SPACES TO ARR-RLOG-REC.
063400     MOVE ARR-RUN-DATE           TO ARR-RLOG-RUN-DATE.
063410     MOVE ARR-RUN-TIME           TO ARR-RLOG-RUN-TIME.
063420     MOVE ARR-RUN-MODE-SW        TO ARR-RLOG-MODE.
063430     MOVE ARR-ELEM-COUNT         TO ARR-RLOG-ELEMS.
063440     MOVE ARR-EXC-COUNT          TO ARR-RLOG-EXC.
063450     MOVE ARR-CORR-APPLIED-COUNT TO ARR-RLOG-CORR.
063460     MOVE ARR-MOVE-APPLIED-COUNT TO ARR-RLOG-MOVES.
063470     MOVE ARR-CORR-PENDING-COUNT TO ARR-RLOG-PEND.
063480     MOVE ARR-GRAND-TOTAL        TO ARR-RLOG-TOTAL.
063490     MOVE ARR-RUN-RC             TO ARR-RLOG-RC.
063500     MOVE ARR-RUN-BATCH-ID       TO ARR-RLOG-BATCH-ID.
063510     WRITE ARR-RLOG-REC.
063520     CLOSE ARR-RLOG-FILE.
063530 9100-WRITE-RUN-LOG-EXIT.
063540     EXIT.
063550*
063560*===============================================================
063570* 9200-SET-RETURN-CODE  -  GRADE THE RUN.  ERROR (8) OUTRANKS
063580*     WARNING (4); A RUN WITH NOTHING REJECTED, EVERY QUEUED
063590*     CORRECTION LANDED AND A WHOLE, UNTRUNCATED LOAD ENDS AT
063600*     ZERO AS BEFORE.
063610*===============================================================
063620 9200-SET-RETURN-CODE.
063630     MOVE 0 TO ARR-RUN-RC.
063640     IF ARR-EXC-COUNT > 0
063650         OR ARR-CORR-NOTFND-COUNT > 0
063660         MOVE 4 TO ARR-RUN-RC
063670     END-IF.
063680     IF ARR-HDR-MISSING
063690         OR ARR-LOAD-TRUNCATED
063700         OR ARR-ZERO-LOAD
063710         OR ARR-DUP-BATCH
063720         OR ARR-RUN-BLOCKED
063730         OR ARR-TABLE-FULL
063740         MOVE 8 TO ARR-RUN-RC
063750     END-IF.
063760     MOVE ARR-RUN-RC TO RETURN-CODE.
063770 9200-SET-RETURN-CODE-EXIT.
063780     EXIT.




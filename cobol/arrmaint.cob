000530*                  DIALOG NOW ASKS FOR THE WAREHOUSE (QQQ ENDS
000540*                  THE SESSION) AND BIN CODE DIRECTLY, AND
000550*                  ARR-CORR-SUB IS WRITTEN AS ZERO.
000560* 10/15/26   RLH   OPERATOR SIGN-ON.  THE SESSION NOW OPENS WITH
000570*                  AN OPERATOR ID AND PASSWORD CHECKED AGAINST
000580*                  THE ARRSECP SECURITY PROFILE FILE - THE
000590*                  OPERATOR MUST BE ACTIVE AND AUTHORIZED FOR
000600*                  ARRMAINT, AND MAY ONLY CORRECT BINS IN THE
000610*                  WAREHOUSES ON THEIR PROFILE.  THE SIGNED-ON
000620*                  OPERATOR IS STAMPED ON EVERY ARRCORR RECORD AS
000630*                  THE ENTERING OPERATOR, SO ARRAPPRV CAN REFUSE
000640*                  A SELF-APPROVAL.  EVERY DENIED ATTEMPT IS
000650*                  LOGGED TO THE ARRSECV SECURITY VIOLATION LOG.
000660* 10/15/26   RLH   ARRCORR ORIGIN FLAG.  A CORRECTION KEYED HERE
000670*                  IS MARKED "M" MAINTENANCE, SO THE ARRGLPST
000680*                  JOURNAL RUN POSTS IT APART FROM A CYCLE-COUNT
000690*                  ADJUSTMENT.
000700*===============================================================
000710*
000720 ENVIRONMENT DIVISION.
000730 CONFIGURATION SECTION.
000740 SOURCE-COMPUTER.   IBM-370.
000750 OBJECT-COMPUTER.   IBM-370.
000760*
000770 INPUT-OUTPUT SECTION.
000780 FILE-CONTROL.
000790     SELECT ARR-SNAPK-FILE ASSIGN TO ARRSNAPK
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS ARR-SNAPK-BIN-KEY
000830         FILE STATUS IS ARR-SNAPK-STATUS.
000840     SELECT ARR-CORR-FILE  ASSIGN TO ARRCORR
000850         ORGANIZATION IS SEQUENTIAL.
000860     SELECT ARR-BINM-FILE  ASSIGN TO ARRBINM
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS RANDOM
000890         RECORD KEY IS ARR-BINM-CODE
000900         FILE STATUS IS ARR-BINM-STATUS.
000910     SELECT ARR-THR-FILE   ASSIGN TO ARRTHRC
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS ARR-THR-STATUS.
000940     SELECT ARR-SECP-FILE  ASSIGN TO ARRSECP
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS RANDOM
000970         RECORD KEY IS ARR-SECP-OPER-ID
000980         FILE STATUS IS ARR-SECP-STATUS.
000990     SELECT ARR-SECV-FILE  ASSIGN TO ARRSECV
001000         ORGANIZATION IS SEQUENTIAL.
001010*
001020 DATA DIVISION.
001030 FILE SECTION.
001040*
001050*    KEYED SNAPSHOT RECORD - THE ARRAY AS OF THE END OF
001060*    ARRAYDEMO'S LAST RUN, KEYED ON WAREHOUSE PLUS BIN CODE.
001070*    LAYOUT MUST MATCH ARRAYDEMO'S ARR-SNAPK-REC.  ARRMAINT
001080*    LOOKS UP AGAINST THIS COPY ONLY - IT NEVER TOUCHES
001090*    ARRAYDEMO'S WORKING TABLES DIRECTLY.
001100 FD  ARR-SNAPK-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  ARR-SNAPK-REC.
001130     05  ARR-SNAPK-BIN-KEY.
001140         10  ARR-SNAPK-WHSE     PIC X(03).
001150         10  ARR-SNAPK-CODE     PIC X(09).
001160     05  ARR-SNAPK-VAL          PIC 9(09).
001170     05  ARR-SNAPK-RUN-DATE     PIC 9(06).
001180     05  FILLER                 PIC X(105).
001190*
001200*    CORRECTION RECORD - ONE PER CORRECTION KEYED IN THIS
001210*    SESSION.  LAYOUT MUST MATCH ARRAYDEMO'S ARR-CORR-REC.
001220 FD  ARR-CORR-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 01  ARR-CORR-REC.
001260     05  ARR-CORR-SUB           PIC 9(04).
001270     05  ARR-CORR-BIN-KEY.
001280         10  ARR-CORR-WHSE      PIC X(03).
001290         10  ARR-CORR-CODE      PIC X(09).
001300     05  ARR-CORR-NEW-VAL       PIC 9(09).
001310     05  ARR-CORR-DATE          PIC 9(06).
001320     05  ARR-CORR-TIME          PIC 9(08).
001330     05  ARR-CORR-STAT          PIC X(01).
001340         88  ARR-CORR-STAT-APPROVED         VALUE "A".
001350         88  ARR-CORR-STAT-PENDING          VALUE "P".
001360     05  ARR-CORR-APPR-ID       PIC X(08).
001370*    ENTERING OPERATOR - THE SIGNED-ON OPERATOR WHO KEYED THE
001380*    CORRECTION.  APPENDED IN WHAT WAS FILLER.
001390     05  ARR-CORR-ENTER-ID      PIC X(08).
001400*    ORIGIN - "M" FOR A CORRECTION KEYED HERE ("K" MARKS A
001410*    CYCLE-COUNT ADJUSTMENT WRITTEN BY ARRAYDEMO MODE C).
001420     05  ARR-CORR-ORIGIN        PIC X(01).
001430     05  FILLER                 PIC X(75).
001440*
001450*    APPROVAL THRESHOLD CONTROL CARD - COLUMNS 1-9 THE ABSOLUTE
001460*    CHANGE LIMIT, 10-12 THE PERCENT-OF-SNAPSHOT-VALUE LIMIT.
001470*    A CORRECTION EXCEEDING EITHER QUEUES PENDING APPROVAL.
001480 FD  ARR-THR-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD.
001510 01  ARR-THR-REC.
001520     05  ARR-THR-ABS            PIC 9(09).
001530     05  ARR-THR-PCT            PIC 9(03).
001540     05  FILLER                 PIC X(68).
001550*
001560*    BIN MASTER RECORD - THE ARRBINM KSDS, READ DIRECTLY BY BIN
001570*    CODE FOR THE DESCRIPTION DISPLAY.  LAYOUT MUST MATCH
001580*    ARRAYDEMO'S ARR-BINM-REC.
001590 FD  ARR-BINM-FILE
001600     LABEL RECORDS ARE STANDARD.
001610 01  ARR-BINM-REC.
001620     05  ARR-BINM-CODE          PIC X(09).
001630     05  ARR-BINM-DESC          PIC X(30).
001640     05  ARR-BINM-ZONE          PIC X(03).
001650     05  ARR-BINM-UOM           PIC X(03).
001660     05  ARR-BINM-MAX-CAP       PIC 9(09).
001670     05  ARR-BINM-ACT-FLAG      PIC X(01).
001680     05  ARR-BINM-REORDER-PT    PIC 9(09).
001690     05  ARR-BINM-REORDER-QTY   PIC 9(09).
001700     05  FILLER                 PIC X(59).
001710*
001720*    SECURITY PROFILE RECORD - THE ARRSECP KSDS, KEYED ON THE
001730*    OPERATOR ID AND READ ONCE AT SIGN-ON.  STATUS "A" IS AN
001740*    ACTIVE SIGN-ON; ANYTHING ELSE IS REVOKED.  EACH
001750*    TRANSACTION FLAG IS "Y" WHEN THE OPERATOR MAY USE IT.  UP
001760*    TO TEN WAREHOUSES MAY BE LISTED; "***" MEANS EVERY
001770*    WAREHOUSE.  LAYOUT MUST MATCH ARRAPPRV'S APR-SECP-REC AND
001780*    ARRBINMT'S BMT-SECP-REC.
001790 FD  ARR-SECP-FILE
001800     LABEL RECORDS ARE STANDARD.
001810 01  ARR-SECP-REC.
001820     05  ARR-SECP-OPER-ID       PIC X(08).
001830     05  ARR-SECP-OPER-NAME     PIC X(30).
001840     05  ARR-SECP-PASSWORD      PIC X(08).
001850     05  ARR-SECP-SIGNON-STAT   PIC X(01).
001860         88  ARR-SECP-ACTIVE                VALUE "A".
001870     05  ARR-SECP-AUTH-MAINT    PIC X(01).
001880     05  ARR-SECP-AUTH-APPRV    PIC X(01).
001890     05  ARR-SECP-AUTH-BINMT    PIC X(01).
001900     05  ARR-SECP-WHSE-LIST     PIC X(30).
001910     05  ARR-SECP-LAST-CHG      PIC 9(06).
001920     05  FILLER                 PIC X(46).
001930*
001940*    SECURITY VIOLATION RECORD - ONE APPENDED PER DENIED
001950*    ATTEMPT TO THE CUMULATIVE ARRSECV LOG (ALLOCATED MOD IN THE
001960*    JCL), REPORTED DAILY BY ARRSECRP.  LAYOUT MUST MATCH
001970*    ARRSECRP'S SVR-SECV-REC.
001980 FD  ARR-SECV-FILE
001990     RECORDING MODE IS F
002000     LABEL RECORDS ARE STANDARD.
002010 01  ARR-SECV-REC.
002020     05  ARR-SECV-DATE          PIC 9(06).
002030     05  ARR-SECV-TIME          PIC 9(08).
002040     05  ARR-SECV-TRAN          PIC X(08).
002050     05  ARR-SECV-OPER-ID       PIC X(08).
002060     05  ARR-SECV-CODE          PIC X(02).
002070     05  ARR-SECV-WHSE          PIC X(03).
002080     05  ARR-SECV-KEY           PIC X(12).
002090     05  ARR-SECV-TEXT          PIC X(40).
002100     05  FILLER                 PIC X(45).
002110*
002120 WORKING-STORAGE SECTION.
002130*---------------------------------------------------------------
002140*    KEYED FILE CONTROLS - BOTH FILES STAY OPEN FOR THE WHOLE
002150*    SESSION AND ARE READ ONE BIN AT A TIME, SO THERE IS NO
002160*    IN-CORE TABLE AND NO BIN CEILING ANY MORE.
002170*---------------------------------------------------------------
002180 01  ARR-SNAPK-STATUS           PIC X(02)   VALUE SPACES.
002190 77  ARR-SNAPK-AVAIL-SW         PIC X(01)   VALUE "N".
002200     88  ARR-SNAPK-AVAIL                    VALUE "Y".
002210 01  ARR-BINM-STATUS            PIC X(02)   VALUE SPACES.
002220 77  ARR-BINM-AVAIL-SW          PIC X(01)   VALUE "N".
002230     88  ARR-BINM-AVAIL                     VALUE "Y".
002240 77  ARR-BINM-FOUND-SW          PIC X(01)   VALUE "N".
002250     88  ARR-BINM-FOUND                     VALUE "Y".
002260 77  ARR-BINM-DESC-OUT          PIC X(30)   VALUE SPACES.
002270*
002280*---------------------------------------------------------------
002290*    SIGN-ON AND AUTHORIZATION.  THE PROFILE'S WAREHOUSE LIST IS
002300*    KEPT HERE FOR THE WHOLE SESSION.
002310*---------------------------------------------------------------
002320 01  ARR-SECP-STATUS            PIC X(02)   VALUE SPACES.
002330 77  ARR-SIGNED-ON-SW           PIC X(01)   VALUE "N".
002340     88  ARR-SIGNED-ON                      VALUE "Y".
002350 77  ARR-OPER-ID                PIC X(08)   VALUE SPACES.
002360 77  ARR-PASSWORD-IN            PIC X(08)   VALUE SPACES.
002370 01  ARR-OPER-WHSE-LIST         PIC X(30)   VALUE SPACES.
002380 01  ARR-OPER-WHSE-TBL REDEFINES ARR-OPER-WHSE-LIST.
002390     05  ARR-OPER-WHSE          OCCURS 10 TIMES
002400                                PIC X(03).
002410 77  ARR-OPER-WHSE-SUB          PIC 9(04)   COMP VALUE 0.
002420 77  ARR-CHK-WHSE               PIC X(03)   VALUE SPACES.
002430 77  ARR-WHSE-OK-SW             PIC X(01)   VALUE "N".
002440     88  ARR-WHSE-OK                        VALUE "Y".
002450*    VIOLATION WORK FIELDS - SET BEFORE 8900-LOG-VIOLATION IS
002460*    PERFORMED.
002470 77  ARR-SECV-CODE-WK           PIC X(02)   VALUE SPACES.
002480 77  ARR-SECV-WHSE-WK           PIC X(03)   VALUE SPACES.
002490 77  ARR-SECV-KEY-WK            PIC X(12)   VALUE SPACES.
002500 77  ARR-SECV-TEXT-WK           PIC X(40)   VALUE SPACES.
002510*
002520*---------------------------------------------------------------
002530*    APPROVAL THRESHOLDS - FROM THE ARRTHRC CONTROL CARD, WITH
002540*    BUILT-IN DEFAULTS (50,000 UNITS OR 25 PERCENT OF THE
002550*    SNAPSHOT VALUE) WHEN THE CARD IS MISSING OR UNREADABLE.
002560*---------------------------------------------------------------
002570 01  ARR-THR-STATUS             PIC X(02)   VALUE SPACES.
002580     88  ARR-THR-NOT-FOUND                  VALUE "35".
002590 77  ARR-THR-ABS-LIMIT          PIC 9(09)   VALUE 000050000.
002600 77  ARR-THR-PCT-LIMIT          PIC 9(03)   VALUE 025.
002610 77  ARR-CORR-DELTA             PIC S9(10)  VALUE 0.
002620 77  ARR-CORR-OLD-VAL           PIC 9(09)   VALUE 0.
002630*
002640*---------------------------------------------------------------
002650*    OPERATOR DIALOG FIELDS AND LOOKUP CONTROLS.
002660*---------------------------------------------------------------
002670 77  ARR-MAINT-DONE-SW          PIC X(01)   VALUE "N".
002680     88  ARR-MAINT-DONE                     VALUE "Y".
002690 77  ARR-MAINT-FOUND-SW         PIC X(01)   VALUE "N".
002700     88  ARR-MAINT-FOUND                    VALUE "Y".
002710 01  ARR-MAINT-KEY-IN.
002720     05  ARR-MAINT-WHSE-IN      PIC X(03)   VALUE SPACES.
002730     05  ARR-MAINT-CODE-IN      PIC X(09)   VALUE SPACES.
002740 77  ARR-MAINT-NEW-VAL          PIC 9(09)   VALUE 0.
002750*
002760 01  ARR-MAINT-RUN-DATE.
002770     05  ARR-MAINT-RUN-YY           PIC 9(02).
002780     05  ARR-MAINT-RUN-MM           PIC 9(02).
002790     05  ARR-MAINT-RUN-DD           PIC 9(02).
002800*
002810 01  ARR-MAINT-RUN-TIME.
002820     05  ARR-MAINT-RUN-HH           PIC 9(02).
002830     05  ARR-MAINT-RUN-MIN          PIC 9(02).
002840     05  ARR-MAINT-RUN-SS           PIC 9(02).
002850     05  ARR-MAINT-RUN-HS           PIC 9(02).
002860*
002870 PROCEDURE DIVISION.
002880*
002890*===============================================================
002900* 0000-MAINLINE.
002910*===============================================================
002920 0000-MAINLINE.
002930     PERFORM 1000-INITIALIZE
002940         THRU 1000-INITIALIZE-EXIT.
002950     PERFORM 3000-MAINTAIN-LOOP
002960         THRU 3000-MAINTAIN-LOOP-EXIT
002970         UNTIL ARR-MAINT-DONE.
002980     PERFORM 9000-TERMINATE
002990         THRU 9000-TERMINATE-EXIT.
003000     STOP RUN.
003010*
003020*===============================================================
003030* 1000-INITIALIZE  -  OPEN ARRCORR FOR THIS SESSION'S
003040*     CORRECTIONS AND THE KEYED SNAPSHOT AND BIN MASTER FOR THE
003050*     ONE-BIN LOOKUPS.  NO USABLE ARRSNAPK MEANS NOTHING TO
003060*     LOOK UP - RUN ARRAYDEMO FIRST, AS EVER.  THE OPERATOR MUST
003070*     SIGN ON FIRST; A DENIED SIGN-ON ENDS THE SESSION RC=8.
003080*===============================================================
003090 1000-INITIALIZE.
003100     OPEN OUTPUT ARR-CORR-FILE.
003110     OPEN OUTPUT ARR-SECV-FILE.
003120     DISPLAY "ARRMAINT - ARRAY MAINTENANCE TRANSACTION".
003130     PERFORM 1100-SIGN-ON
003140         THRU 1100-SIGN-ON-EXIT.
003150     IF NOT ARR-SIGNED-ON
003160         SET ARR-MAINT-DONE TO TRUE
003170         MOVE 8 TO RETURN-CODE
003180         GO TO 1000-INITIALIZE-EXIT
003190     END-IF.
003200     OPEN INPUT ARR-SNAPK-FILE.
003210     IF ARR-SNAPK-STATUS = "00"
003220         SET ARR-SNAPK-AVAIL TO TRUE
003230     ELSE
003240         DISPLAY "ARRMAINT - NO ARRSNAPK KEYED SNAPSHOT "
003250             "AVAILABLE - RUN ARRAYDEMO FIRST"
003260         SET ARR-MAINT-DONE TO TRUE
003270     END-IF.
003280     OPEN INPUT ARR-BINM-FILE.
003290     IF ARR-BINM-STATUS = "00"
003300         SET ARR-BINM-AVAIL TO TRUE
003310     ELSE
003320         DISPLAY "ARRMAINT - NO ARRBINM BIN MASTER - "
003330             "DESCRIPTIONS UNAVAILABLE THIS SESSION"
003340     END-IF.
003350     PERFORM 2200-LOAD-THRESHOLDS
003360         THRU 2200-LOAD-THRESHOLDS-EXIT.
003370 1000-INITIALIZE-EXIT.
003380     EXIT.
003390*
003400*===============================================================
003410* 1100-SIGN-ON  -  TAKE THE OPERATOR ID AND PASSWORD AND CHECK
003420*     THEM AGAINST THE ARRSECP SECURITY PROFILE.  THE OPERATOR
003430*     MUST BE ON FILE, GIVE THE RIGHT PASSWORD, HAVE AN ACTIVE
003440*     SIGN-ON AND BE AUTHORIZED FOR ARRMAINT.  A FAILURE IS
003450*     LOGGED TO ARRSECV AND ENDS THE SESSION.  NO USABLE ARRSECP
003460*     MEANS NOBODY CAN SIGN ON.
003470*===============================================================
003480 1100-SIGN-ON.
003490     DISPLAY "ENTER OPERATOR ID:".
003500     ACCEPT ARR-OPER-ID.
003510     DISPLAY "ENTER PASSWORD:".
003520     ACCEPT ARR-PASSWORD-IN.
003530     OPEN INPUT ARR-SECP-FILE.
003540     IF ARR-SECP-STATUS NOT = "00"
003550         DISPLAY "ARRMAINT - ARRSECP SECURITY PROFILE NOT "
003560             "AVAILABLE - SIGN-ON REFUSED"
003570         GO TO 1100-SIGN-ON-EXIT
003580     END-IF.
003590     MOVE SPACES TO ARR-SECV-WHSE-WK
003600                    ARR-SECV-KEY-WK.
003610     MOVE ARR-OPER-ID TO ARR-SECP-OPER-ID.
003620     IF ARR-OPER-ID = SPACES
003630         MOVE "S1" TO ARR-SECV-CODE-WK
003640         MOVE "UNKNOWN OPERATOR ID" TO ARR-SECV-TEXT-WK
003650         GO TO 1100-SIGN-ON-DENY
003660     END-IF.
003670     READ ARR-SECP-FILE
003680         INVALID KEY
003690             MOVE "S1" TO ARR-SECV-CODE-WK
003700             MOVE "UNKNOWN OPERATOR ID" TO ARR-SECV-TEXT-WK
003710             GO TO 1100-SIGN-ON-DENY
003720     END-READ.
003730     IF ARR-SECP-PASSWORD NOT = ARR-PASSWORD-IN
003740         MOVE "S2" TO ARR-SECV-CODE-WK
003750         MOVE "INCORRECT PASSWORD" TO ARR-SECV-TEXT-WK
003760         GO TO 1100-SIGN-ON-DENY
003770     END-IF.
003780     IF NOT ARR-SECP-ACTIVE
003790         MOVE "S3" TO ARR-SECV-CODE-WK
003800         MOVE "SIGN-ON REVOKED" TO ARR-SECV-TEXT-WK
003810         GO TO 1100-SIGN-ON-DENY
003820     END-IF.
003830     IF ARR-SECP-AUTH-MAINT NOT = "Y"
003840         MOVE "S4" TO ARR-SECV-CODE-WK
003850         MOVE "NOT AUTHORIZED FOR TRANSACTION"
003860             TO ARR-SECV-TEXT-WK
003870         GO TO 1100-SIGN-ON-DENY
003880     END-IF.
003890     MOVE ARR-SECP-WHSE-LIST TO ARR-OPER-WHSE-LIST.
003900     SET ARR-SIGNED-ON TO TRUE.
003910     DISPLAY "ARRMAINT - SIGNED ON: " ARR-SECP-OPER-NAME.
003920     CLOSE ARR-SECP-FILE.
003930     GO TO 1100-SIGN-ON-EXIT.
003940 1100-SIGN-ON-DENY.
003950     CLOSE ARR-SECP-FILE.
003960     PERFORM 8900-LOG-VIOLATION
003970         THRU 8900-LOG-VIOLATION-EXIT.
003980     DISPLAY "ARRMAINT - SIGN-ON DENIED".
003990 1100-SIGN-ON-EXIT.
004000     EXIT.
004010*
004020*===============================================================
004030* 1150-CHECK-WHSE  -  SET ARR-WHSE-OK WHEN WAREHOUSE
004040*     ARR-CHK-WHSE IS ON THE OPERATOR'S PROFILE, OR THE PROFILE
004050*     COVERS EVERY WAREHOUSE ("***").
004060*===============================================================
004070 1150-CHECK-WHSE.
004080     MOVE "N" TO ARR-WHSE-OK-SW.
004090     IF ARR-CHK-WHSE = SPACES
004100         GO TO 1150-CHECK-WHSE-EXIT
004110     END-IF.
004120     PERFORM 1155-MATCH-ONE-WHSE
004130         THRU 1155-MATCH-ONE-WHSE-EXIT
004140         VARYING ARR-OPER-WHSE-SUB FROM 1 BY 1
004150         UNTIL ARR-OPER-WHSE-SUB > 10
004160         OR ARR-WHSE-OK.
004170 1150-CHECK-WHSE-EXIT.
004180     EXIT.
004190*
004200 1155-MATCH-ONE-WHSE.
004210     IF ARR-OPER-WHSE (ARR-OPER-WHSE-SUB) = ARR-CHK-WHSE
004220         OR ARR-OPER-WHSE (ARR-OPER-WHSE-SUB) = "***"
004230         SET ARR-WHSE-OK TO TRUE
004240     END-IF.
004250 1155-MATCH-ONE-WHSE-EXIT.
004260     EXIT.
004270*
004280*===============================================================
004290* 2200-LOAD-THRESHOLDS  -  READ THE APPROVAL THRESHOLDS FROM
004300*     THE ARRTHRC CONTROL CARD.  A MISSING OR EMPTY CARD, OR
004310*     NON-NUMERIC FIELDS, LEAVE THE BUILT-IN DEFAULTS IN FORCE.
004320*===============================================================
004330 2200-LOAD-THRESHOLDS.
004340     OPEN INPUT ARR-THR-FILE.
004350     IF ARR-THR-NOT-FOUND
004360         DISPLAY "ARRMAINT - NO ARRTHRC CONTROL CARD - "
004370             "DEFAULT APPROVAL THRESHOLDS IN FORCE"
004380         GO TO 2200-LOAD-THRESHOLDS-EXIT
004390     END-IF.
004400     READ ARR-THR-FILE
004410         AT END
004420             CLOSE ARR-THR-FILE
004430             GO TO 2200-LOAD-THRESHOLDS-EXIT
004440     END-READ.
004450     IF ARR-THR-ABS IS NUMERIC
004460         MOVE ARR-THR-ABS TO ARR-THR-ABS-LIMIT
004470     END-IF.
004480     IF ARR-THR-PCT IS NUMERIC
004490         MOVE ARR-THR-PCT TO ARR-THR-PCT-LIMIT
004500     END-IF.
004510     CLOSE ARR-THR-FILE.
004520 2200-LOAD-THRESHOLDS-EXIT.
004530     EXIT.
004540*
004550*===============================================================
004560* 3000-MAINTAIN-LOOP  -  ONE MAINTENANCE TRANSACTION.  PROMPT
004570*     FOR THE WAREHOUSE (QQQ ENDS THE SESSION) AND BIN CODE,
004580*     READ THE BIN STRAIGHT OFF THE KEYED SNAPSHOT, SHOW THE
004590*     CURRENT VALUE, AND OPTIONALLY ACCEPT A CORRECTION.
004600*===============================================================
004610 3000-MAINTAIN-LOOP.
004620     SET ARR-MAINT-FOUND-SW TO "N".
004630     DISPLAY " ".
004640     DISPLAY "ENTER WAREHOUSE (QQQ = QUIT):".
004650     ACCEPT ARR-MAINT-WHSE-IN.
004660     IF ARR-MAINT-WHSE-IN = "QQQ" OR "qqq"
004670         SET ARR-MAINT-DONE TO TRUE
004680         GO TO 3000-MAINTAIN-LOOP-EXIT
004690     END-IF.
004700     DISPLAY "ENTER BIN CODE:".
004710     ACCEPT ARR-MAINT-CODE-IN.
004720     MOVE ARR-MAINT-WHSE-IN TO ARR-CHK-WHSE.
004730     PERFORM 1150-CHECK-WHSE
004740         THRU 1150-CHECK-WHSE-EXIT.
004750     IF NOT ARR-WHSE-OK
004760         MOVE "S5"              TO ARR-SECV-CODE-WK
004770         MOVE ARR-MAINT-WHSE-IN TO ARR-SECV-WHSE-WK
004780         MOVE ARR-MAINT-KEY-IN  TO ARR-SECV-KEY-WK
004790         MOVE "NOT AUTHORIZED FOR WAREHOUSE"
004800             TO ARR-SECV-TEXT-WK
004810         PERFORM 8900-LOG-VIOLATION
004820             THRU 8900-LOG-VIOLATION-EXIT
004830         DISPLAY "ARRMAINT - NOT AUTHORIZED FOR WAREHOUSE "
004840             ARR-MAINT-WHSE-IN
004850         GO TO 3000-MAINTAIN-LOOP-EXIT
004860     END-IF.
004870     PERFORM 3100-FIND-BY-CODE
004880         THRU 3100-FIND-BY-CODE-EXIT.
004890     IF NOT ARR-MAINT-FOUND
004900         DISPLAY "ARRMAINT - NOT FOUND ON LAST SNAPSHOT"
004910         GO TO 3000-MAINTAIN-LOOP-EXIT
004920     END-IF.
004930     DISPLAY "WHSE " ARR-SNAPK-WHSE
004940         " BIN CODE " ARR-SNAPK-CODE
004950         " CURRENT VALUE " ARR-SNAPK-VAL.
004960     PERFORM 3120-SHOW-MASTER-DESC
004970         THRU 3120-SHOW-MASTER-DESC-EXIT.
004980     DISPLAY "ENTER NEW VALUE (999999999 = LEAVE UNCHANGED):".
004990     ACCEPT ARR-MAINT-NEW-VAL.
005000     IF ARR-MAINT-NEW-VAL NOT = 999999999
005010         PERFORM 3200-WRITE-CORRECTION
005020             THRU 3200-WRITE-CORRECTION-EXIT
005030     END-IF.
005040 3000-MAINTAIN-LOOP-EXIT.
005050     EXIT.
005060*
005070*===============================================================
005080* 3100-FIND-BY-CODE  -  READ THE KEYED SNAPSHOT DIRECTLY BY THE
005090*     WAREHOUSE-PLUS-BIN-CODE KEY THE OPERATOR ENTERED, THE
005100*     KEYED EQUIVALENT OF ARRAYDEMO'S 8000-FIND-BIN-CODE.
005110*===============================================================
005120 3100-FIND-BY-CODE.
005130     IF NOT ARR-SNAPK-AVAIL
005140         GO TO 3100-FIND-BY-CODE-EXIT
005150     END-IF.
005160     MOVE ARR-MAINT-KEY-IN TO ARR-SNAPK-BIN-KEY.
005170     READ ARR-SNAPK-FILE
005180         INVALID KEY
005190             GO TO 3100-FIND-BY-CODE-EXIT
005200     END-READ.
005210     SET ARR-MAINT-FOUND TO TRUE.
005220 3100-FIND-BY-CODE-EXIT.
005230     EXIT.
005240*
005250*===============================================================
005260* 3120-SHOW-MASTER-DESC  -  READ THE RESOLVED BIN CODE STRAIGHT
005270*     OFF THE ARRBINM KSDS AND DISPLAY ITS DESCRIPTION, OR A
005280*     NOT-ON-MASTER NOTE WHEN THE MASTER IS OPEN BUT THE BIN IS
005290*     NOT ON IT.
005300*===============================================================
005310 3120-SHOW-MASTER-DESC.
005320     IF NOT ARR-BINM-AVAIL
005330         GO TO 3120-SHOW-MASTER-DESC-EXIT
005340     END-IF.
005350     SET ARR-BINM-FOUND-SW TO "N".
005360     MOVE ARR-SNAPK-CODE TO ARR-BINM-CODE.
005370     READ ARR-BINM-FILE
005380         INVALID KEY
005390             MOVE "* NOT ON ARRBINM BIN MASTER *"
005400                 TO ARR-BINM-DESC-OUT
005410         NOT INVALID KEY
005420             SET ARR-BINM-FOUND TO TRUE
005430             MOVE ARR-BINM-DESC TO ARR-BINM-DESC-OUT
005440     END-READ.
005450     DISPLAY "DESCRIPTION " ARR-BINM-DESC-OUT.
005460 3120-SHOW-MASTER-DESC-EXIT.
005470     EXIT.
005480*
005490*===============================================================
005500* 3200-WRITE-CORRECTION  -  APPEND THE KEYED-IN VALUE TO ARRCORR
005510*     FOR ARRAYDEMO TO PICK UP ON ITS NEXT RUN.  CORRECTIONS
005520*     APPLY BY WAREHOUSE-PLUS-BIN-CODE KEY, SO THE SUBSCRIPT
005530*     FIELD - KEPT FOR THE RECORD LAYOUT - IS WRITTEN AS ZERO.
005540*     A CORRECTION WHOSE CHANGE AGAINST THE SNAPSHOT VALUE
005550*     EXCEEDS THE ABSOLUTE OR PERCENT THRESHOLD QUEUES IN
005560*     PENDING-APPROVAL STATUS FOR THE ARRAPPRV SUPERVISOR
005570*     TRANSACTION, AND ARRAYDEMO WILL NOT APPLY IT UNTIL A
005580*     SUPERVISOR APPROVES IT.
005590*===============================================================
005600 3200-WRITE-CORRECTION.
005610     ACCEPT ARR-MAINT-RUN-DATE FROM DATE.
005620     ACCEPT ARR-MAINT-RUN-TIME FROM TIME.
005630     MOVE 0                      TO ARR-CORR-SUB.
005640     MOVE ARR-SNAPK-BIN-KEY      TO ARR-CORR-BIN-KEY.
005650     MOVE ARR-MAINT-NEW-VAL      TO ARR-CORR-NEW-VAL.
005660     MOVE ARR-MAINT-RUN-DATE     TO ARR-CORR-DATE.
005670     MOVE ARR-MAINT-RUN-TIME     TO ARR-CORR-TIME.
005680     MOVE SPACES                 TO ARR-CORR-APPR-ID.
005690     MOVE ARR-OPER-ID            TO ARR-CORR-ENTER-ID.
005700     MOVE "M"                    TO ARR-CORR-ORIGIN.
005710     MOVE ARR-SNAPK-VAL          TO ARR-CORR-OLD-VAL.
005720     COMPUTE ARR-CORR-DELTA
005730         = ARR-MAINT-NEW-VAL - ARR-CORR-OLD-VAL.
005740     IF ARR-CORR-DELTA < 0
005750         COMPUTE ARR-CORR-DELTA = 0 - ARR-CORR-DELTA
005760     END-IF.
005770     MOVE "A" TO ARR-CORR-STAT.
005780     IF ARR-CORR-DELTA > ARR-THR-ABS-LIMIT
005790         MOVE "P" TO ARR-CORR-STAT
005800     END-IF.
005810     IF ARR-CORR-OLD-VAL > 0
005820         AND ARR-CORR-DELTA * 100
005830             > ARR-THR-PCT-LIMIT * ARR-CORR-OLD-VAL
005840         MOVE "P" TO ARR-CORR-STAT
005850     END-IF.
005860     WRITE ARR-CORR-REC.
005870     IF ARR-CORR-STAT-PENDING
005880         DISPLAY "ARRMAINT - CORRECTION FOR " ARR-CORR-WHSE
005890             " " ARR-CORR-CODE " EXCEEDS APPROVAL THRESHOLDS"
005900             " - QUEUED PENDING SUPERVISOR APPROVAL"
005910     ELSE
005920         DISPLAY "ARRMAINT - CORRECTION QUEUED FOR "
005930             ARR-CORR-WHSE " " ARR-CORR-CODE
005940     END-IF.
005950 3200-WRITE-CORRECTION-EXIT.
005960     EXIT.
005970*
005980*===============================================================
005990* 8900-LOG-VIOLATION  -  APPEND ONE DENIED ATTEMPT TO THE
006000*     ARRSECV SECURITY VIOLATION LOG.  THE CODE, WAREHOUSE, KEY
006010*     AND TEXT WORK FIELDS ARE SET BY THE CALLER.
006020*===============================================================
006030 8900-LOG-VIOLATION.
006040     MOVE SPACES            TO ARR-SECV-REC.
006050     ACCEPT ARR-MAINT-RUN-DATE FROM DATE.
006060     ACCEPT ARR-MAINT-RUN-TIME FROM TIME.
006070     MOVE ARR-MAINT-RUN-DATE TO ARR-SECV-DATE.
006080     MOVE ARR-MAINT-RUN-TIME TO ARR-SECV-TIME.
006090     MOVE "ARRMAINT"        TO ARR-SECV-TRAN.
006100     MOVE ARR-OPER-ID       TO ARR-SECV-OPER-ID.
006110     MOVE ARR-SECV-CODE-WK  TO ARR-SECV-CODE.
006120     MOVE ARR-SECV-WHSE-WK  TO ARR-SECV-WHSE.
006130     MOVE ARR-SECV-KEY-WK   TO ARR-SECV-KEY.
006140     MOVE ARR-SECV-TEXT-WK  TO ARR-SECV-TEXT.
006150     WRITE ARR-SECV-REC.
006160 8900-LOG-VIOLATION-EXIT.
006170     EXIT.
006180*
006190*===============================================================
006200* 9000-TERMINATE  -  CLOSE FILES FOR THE SESSION.
006210*===============================================================
006220 9000-TERMINATE.
006230     CLOSE ARR-CORR-FILE.
006240     CLOSE ARR-SECV-FILE.
006250     IF ARR-SNAPK-AVAIL
006260         CLOSE ARR-SNAPK-FILE
006270     END-IF.
006280     IF ARR-BINM-AVAIL
006290         CLOSE ARR-BINM-FILE
006300     END-IF.
006310 9000-TERMINATE-EXIT.
006320     EXIT.

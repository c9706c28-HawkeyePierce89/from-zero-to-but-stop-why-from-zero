000430*                  CEILING.  THE STOCK VALIDATION NOW SCANS THE
000440*                  ARRSNAPK KEYED SNAPSHOT INSTEAD OF LOADING
000450*                  ARRSNAP INTO A 200-ENTRY TABLE.
000460* 10/15/26   RLH   OPERATOR SIGN-ON.  THE OPERATOR ID IS NOW
000470*                  SIGNED ON WITH A PASSWORD AGAINST THE ARRSECP
000480*                  SECURITY PROFILE - ACTIVE AND AUTHORIZED FOR
000490*                  ARRBINMT - BEFORE THE MASTER IS OPENED.  A
000500*                  CHANGE, DEACTIVATION OR REACTIVATION IS
000510*                  REFUSED UNLESS EVERY WAREHOUSE HOLDING THE BIN
000520*                  ON ARRSNAPK IS ON THE OPERATOR'S PROFILE.
000530*                  DENIED ATTEMPTS ARE LOGGED TO ARRSECV.
000540*===============================================================
000550*
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER.   IBM-370.
000590 OBJECT-COMPUTER.   IBM-370.
000600*
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT BMT-BINM-FILE  ASSIGN TO ARRBINM
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS BMT-BINM-CODE
000670         FILE STATUS IS BMT-BINM-STATUS.
000680     SELECT BMT-SNAPK-FILE ASSIGN TO ARRSNAPK
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS BMT-SNAPK-BIN-KEY
000720         FILE STATUS IS BMT-SNAPK-STATUS.
000730     SELECT BMT-AUD-FILE   ASSIGN TO ARRBMAUD
000740         ORGANIZATION IS SEQUENTIAL.
000750     SELECT BMT-SECP-FILE  ASSIGN TO ARRSECP
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS RANDOM
000780         RECORD KEY IS BMT-SECP-OPER-ID
000790         FILE STATUS IS BMT-SECP-STATUS.
000800     SELECT BMT-SECV-FILE  ASSIGN TO ARRSECV
000810         ORGANIZATION IS SEQUENTIAL.
000820*
000830 DATA DIVISION.
000840 FILE SECTION.
000850*
000860*    BIN MASTER RECORD - THE ARRBINM KSDS, OPENED I-O AND
000870*    UPDATED IN PLACE.  LAYOUT MUST MATCH ARRAYDEMO'S
000880*    ARR-BINM-REC.
000890 FD  BMT-BINM-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  BMT-BINM-REC.
000920     05  BMT-BINM-CODE          PIC X(09).
000930     05  BMT-BINM-DESC          PIC X(30).
000940     05  BMT-BINM-ZONE          PIC X(03).
000950     05  BMT-BINM-UOM           PIC X(03).
000960     05  BMT-BINM-MAX-CAP       PIC 9(09).
000970     05  BMT-BINM-ACT-FLAG      PIC X(01).
000980         88  BMT-BINM-REC-ACTIVE            VALUE "A".
000990*    REORDER POINT AND REORDER QUANTITY - APPENDED IN WHAT WAS
001000*    FILLER SO READERS BUILT AGAINST THE OLD LAYOUT KEEP
001010*    PARSING.  A ZERO REORDER POINT MEANS THE BIN IS NOT
001020*    REPLENISHMENT-MANAGED.
001030     05  BMT-BINM-REORDER-PT    PIC 9(09).
001040     05  BMT-BINM-REORDER-QTY   PIC 9(09).
001050     05  FILLER                 PIC X(59).
001060*
001070*    KEYED SNAPSHOT RECORD - LAYOUT MUST MATCH ARRAYDEMO'S
001080*    ARR-SNAPK-REC.  SCANNED FRONT TO BACK PER VALIDATION SO
001090*    THE STOCK CHECK SEES EVERY WAREHOUSE HOLDING THE BIN.
001100 FD  BMT-SNAPK-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  BMT-SNAPK-REC.
001130     05  BMT-SNAPK-BIN-KEY.
001140         10  BMT-SNAPK-WHSE     PIC X(03).
001150         10  BMT-SNAPK-CODE     PIC X(09).
001160     05  BMT-SNAPK-VAL          PIC 9(09).
001170     05  BMT-SNAPK-RUN-DATE     PIC 9(06).
001180     05  FILLER                 PIC X(105).
001190*
001200*    BIN MASTER CHANGE LOG RECORD - ONE APPENDED PER CHANGE TO
001210*    THE CUMULATIVE ARRBMAUD FILE (ALLOCATED MOD IN THE JCL),
001220*    THE BIN MASTER'S EQUIVALENT OF THE ARRAUD AUDIT TRAIL.
001230 FD  BMT-AUD-FILE
001240     RECORDING MODE IS F
001250     LABEL RECORDS ARE STANDARD.
001260 01  BMT-AUD-REC.
001270     05  BMT-AUD-CODE           PIC X(09).
001280*    ACTION - "A" ADD, "C" CAPACITY/REORDER CHANGE, "D"
001290*    DEACTIVATE, "R" REACTIVATE.
001300     05  BMT-AUD-ACTION         PIC X(01).
001310     05  BMT-AUD-OLD-CAP        PIC 9(09).
001320     05  BMT-AUD-NEW-CAP        PIC 9(09).
001330     05  BMT-AUD-OLD-FLAG       PIC X(01).
001340     05  BMT-AUD-NEW-FLAG       PIC X(01).
001350     05  BMT-AUD-OPER-ID        PIC X(08).
001360     05  BMT-AUD-RUN-DATE       PIC 9(06).
001370     05  BMT-AUD-RUN-TIME       PIC 9(08).
001380*    OLD/NEW REORDER POINT AND QUANTITY - APPENDED IN WHAT WAS
001390*    FILLER WHEN THE FIELDS JOINED THE MASTER.
001400     05  BMT-AUD-OLD-RP         PIC 9(09).
001410     05  BMT-AUD-NEW-RP         PIC 9(09).
001420     05  BMT-AUD-OLD-RQ         PIC 9(09).
001430     05  BMT-AUD-NEW-RQ         PIC 9(09).
001440     05  FILLER                 PIC X(44).
001450*
001460*    SECURITY PROFILE RECORD - LAYOUT MUST MATCH ARRMAINT'S
001470*    ARR-SECP-REC.
001480 FD  BMT-SECP-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  BMT-SECP-REC.
001510     05  BMT-SECP-OPER-ID       PIC X(08).
001520     05  BMT-SECP-OPER-NAME     PIC X(30).
001530     05  BMT-SECP-PASSWORD      PIC X(08).
001540     05  BMT-SECP-SIGNON-STAT   PIC X(01).
001550         88  BMT-SECP-ACTIVE                VALUE "A".
001560     05  BMT-SECP-AUTH-MAINT    PIC X(01).
001570     05  BMT-SECP-AUTH-APPRV    PIC X(01).
001580     05  BMT-SECP-AUTH-BINMT    PIC X(01).
001590     05  BMT-SECP-WHSE-LIST     PIC X(30).
001600     05  BMT-SECP-LAST-CHG      PIC 9(06).
001610     05  FILLER                 PIC X(46).
001620*
001630*    SECURITY VIOLATION RECORD - LAYOUT MUST MATCH ARRMAINT'S
001640*    ARR-SECV-REC.
001650 FD  BMT-SECV-FILE
001660     RECORDING MODE IS F
001670     LABEL RECORDS ARE STANDARD.
001680 01  BMT-SECV-REC.
001690     05  BMT-SECV-DATE          PIC 9(06).
001700     05  BMT-SECV-TIME          PIC 9(08).
001710     05  BMT-SECV-TRAN          PIC X(08).
001720     05  BMT-SECV-OPER-ID       PIC X(08).
001730     05  BMT-SECV-CODE          PIC X(02).
001740     05  BMT-SECV-WHSE          PIC X(03).
001750     05  BMT-SECV-KEY           PIC X(12).
001760     05  BMT-SECV-TEXT          PIC X(40).
001770     05  FILLER                 PIC X(45).
001780*
001790 WORKING-STORAGE SECTION.
001800*---------------------------------------------------------------
001810*    KEYED FILE CONTROLS.
001820*---------------------------------------------------------------
001830 01  BMT-BINM-STATUS            PIC X(02)   VALUE SPACES.
001840*    SET ONCE THE MASTER AND CHANGE LOG ARE OPEN - THE LIVE
001850*    FILE STATUS CHANGES WITH EVERY KEYED OPERATION AND CANNOT
001860*    GUARD THE CLOSES (THE ARR-CKPT-OPEN PATTERN IN ARRAYDEMO).
001870 77  BMT-FILES-OPEN-SW          PIC X(01)   VALUE "N".
001880     88  BMT-FILES-OPEN                     VALUE "Y".
001890 01  BMT-SNAPK-STATUS           PIC X(02)   VALUE SPACES.
001900 77  BMT-SNAPK-AVAIL-SW         PIC X(01)   VALUE "N".
001910     88  BMT-SNAPK-AVAIL                    VALUE "Y".
001920 77  BMT-SNAPK-EOF-SW           PIC X(01)   VALUE "N".
001930     88  BMT-SNAPK-EOF                      VALUE "Y".
001940*
001950*---------------------------------------------------------------
001960*    OPERATOR DIALOG FIELDS AND SESSION CONTROLS.
001970*---------------------------------------------------------------
001980 77  BMT-DONE-SW                PIC X(01)   VALUE "N".
001990     88  BMT-DONE                           VALUE "Y".
002000 77  BMT-FOUND-SW               PIC X(01)   VALUE "N".
002010     88  BMT-FOUND                          VALUE "Y".
002020 77  BMT-FUNC-IN                PIC X(01)   VALUE SPACE.
002030 77  BMT-CODE-IN                PIC X(09)   VALUE SPACES.
002040 77  BMT-DESC-IN                PIC X(30)   VALUE SPACES.
002050 77  BMT-ZONE-IN                PIC X(03)   VALUE SPACES.
002060 77  BMT-UOM-IN                 PIC X(03)   VALUE SPACES.
002070 77  BMT-CAP-IN                 PIC 9(09)   VALUE 0.
002080 77  BMT-RP-IN                  PIC 9(09)   VALUE 0.
002090 77  BMT-RQ-IN                  PIC 9(09)   VALUE 0.
002100 77  BMT-CHANGED-SW             PIC X(01)   VALUE "N".
002110     88  BMT-CHANGED                        VALUE "Y".
002120 77  BMT-OPER-ID                PIC X(08)   VALUE SPACES.
002130 77  BMT-CHANGE-COUNT           PIC 9(04)   VALUE 0.
002140*
002150*    ON-HAND VALIDATION RESULTS FOR THE BIN BEING MAINTAINED.
002160*    A BIN CAN BE HELD AT MORE THAN ONE WAREHOUSE; THE CAPACITY
002170*    FLOOR IS THE LARGEST SINGLE-WAREHOUSE ON-HAND, SINCE
002180*    CAPACITY IS A PER-BIN LIMIT, AND ANY ON-HAND AT ALL BLOCKS
002190*    A DEACTIVATION.
002200 77  BMT-ON-HAND-MAX            PIC 9(09)   VALUE 0.
002210 77  BMT-ON-HAND-TOT            PIC 9(11)   VALUE 0.
002220*
002230*    AUDIT WORK FIELDS - SET BY THE MAINTENANCE PARAGRAPHS
002240*    BEFORE 5000-WRITE-AUDIT-RECORD IS PERFORMED.
002250 77  BMT-AUD-ACTION-CD          PIC X(01)   VALUE SPACE.
002260 77  BMT-AUD-OLD-CAP-WK         PIC 9(09)   VALUE 0.
002270 77  BMT-AUD-NEW-CAP-WK         PIC 9(09)   VALUE 0.
002280 77  BMT-AUD-OLD-FLAG-WK        PIC X(01)   VALUE SPACE.
002290 77  BMT-AUD-NEW-FLAG-WK        PIC X(01)   VALUE SPACE.
002300 77  BMT-AUD-OLD-RP-WK          PIC 9(09)   VALUE 0.
002310 77  BMT-AUD-NEW-RP-WK          PIC 9(09)   VALUE 0.
002320 77  BMT-AUD-OLD-RQ-WK          PIC 9(09)   VALUE 0.
002330 77  BMT-AUD-NEW-RQ-WK          PIC 9(09)   VALUE 0.
002340*
002350*---------------------------------------------------------------
002360*    SIGN-ON AND AUTHORIZATION.  BMT-DENIED-WHSE IS SET BY
002370*    4000-CHECK-ON-HAND TO THE FIRST WAREHOUSE HOLDING THE BIN
002380*    THAT IS NOT ON THE OPERATOR'S PROFILE - "***" WHEN THERE
002390*    WAS NO SNAPSHOT TO CHECK AND THE OPERATOR IS NOT CLEARED
002400*    FOR EVERY WAREHOUSE.
002410*---------------------------------------------------------------
002420 01  BMT-SECP-STATUS            PIC X(02)   VALUE SPACES.
002430 77  BMT-SIGNED-ON-SW           PIC X(01)   VALUE "N".
002440     88  BMT-SIGNED-ON                      VALUE "Y".
002450 77  BMT-PASSWORD-IN            PIC X(08)   VALUE SPACES.
002460 01  BMT-OPER-WHSE-LIST         PIC X(30)   VALUE SPACES.
002470 01  BMT-OPER-WHSE-TBL REDEFINES BMT-OPER-WHSE-LIST.
002480     05  BMT-OPER-WHSE          OCCURS 10 TIMES
002490                                PIC X(03).
002500 77  BMT-OPER-WHSE-SUB          PIC 9(04)   COMP VALUE 0.
002510 77  BMT-CHK-WHSE               PIC X(03)   VALUE SPACES.
002520 77  BMT-WHSE-OK-SW             PIC X(01)   VALUE "N".
002530     88  BMT-WHSE-OK                        VALUE "Y".
002540 77  BMT-DENIED-WHSE            PIC X(03)   VALUE SPACES.
002550*    VIOLATION WORK FIELDS - SET BEFORE 8900-LOG-VIOLATION IS
002560*    PERFORMED.
002570 77  BMT-SECV-CODE-WK           PIC X(02)   VALUE SPACES.
002580 77  BMT-SECV-WHSE-WK           PIC X(03)   VALUE SPACES.
002590 77  BMT-SECV-KEY-WK            PIC X(12)   VALUE SPACES.
002600 77  BMT-SECV-TEXT-WK           PIC X(40)   VALUE SPACES.
002610 77  BMT-SECV-RUN-DATE          PIC 9(06)   VALUE 0.
002620 77  BMT-SECV-RUN-TIME          PIC 9(08)   VALUE 0.
002630*
002640 01  BMT-RUN-DATE.
002650     05  BMT-RUN-YY             PIC 9(02).
002660     05  BMT-RUN-MM             PIC 9(02).
002670     05  BMT-RUN-DD             PIC 9(02).
002680*
002690 01  BMT-RUN-TIME.
002700     05  BMT-RUN-HH             PIC 9(02).
002710     05  BMT-RUN-MIN            PIC 9(02).
002720     05  BMT-RUN-SS             PIC 9(02).
002730     05  BMT-RUN-HS             PIC 9(02).
002740*
002750 PROCEDURE DIVISION.
002760*
002770*===============================================================
002780* 0000-MAINLINE.
002790*===============================================================
002800 0000-MAINLINE.
002810     PERFORM 1000-INITIALIZE
002820         THRU 1000-INITIALIZE-EXIT.
002830     PERFORM 3000-MAINTAIN-LOOP
002840         THRU 3000-MAINTAIN-LOOP-EXIT
002850         UNTIL BMT-DONE.
002860     PERFORM 9000-TERMINATE
002870         THRU 9000-TERMINATE-EXIT.
002880     STOP RUN.
002890*
002900*===============================================================
002910* 1000-INITIALIZE  -  SIGN THE OPERATOR ON, THEN OPEN THE KEYED
002920*     MASTER FOR UPDATE IN PLACE, THE KEYED SNAPSHOT FOR THE
002930*     STOCK AND WAREHOUSE VALIDATIONS, AND THE CHANGE LOG.  A
002940*     DENIED SIGN-ON ENDS THE SESSION RC=8; NO USABLE ARRBINM
002950*     ENDS IT BEFORE ANYTHING IS PROMPTED.
002960*===============================================================
002970 1000-INITIALIZE.
002980     DISPLAY "ARRBINMT - BIN MASTER MAINTENANCE TRANSACTION".
002990     OPEN OUTPUT BMT-SECV-FILE.
003000     PERFORM 1100-SIGN-ON
003010         THRU 1100-SIGN-ON-EXIT.
003020     IF NOT BMT-SIGNED-ON
003030         SET BMT-DONE TO TRUE
003040         MOVE 8 TO RETURN-CODE
003050         GO TO 1000-INITIALIZE-EXIT
003060     END-IF.
003070     OPEN I-O BMT-BINM-FILE.
003080     IF BMT-BINM-STATUS NOT = "00"
003090         DISPLAY "ARRBINMT - ARRBINM BIN MASTER NOT AVAILABLE "
003100             "- STATUS " BMT-BINM-STATUS
003110         SET BMT-DONE TO TRUE
003120         GO TO 1000-INITIALIZE-EXIT
003130     END-IF.
003140     OPEN OUTPUT BMT-AUD-FILE.
003150     SET BMT-FILES-OPEN TO TRUE.
003160     OPEN INPUT BMT-SNAPK-FILE.
003170     IF BMT-SNAPK-STATUS = "00"
003180         SET BMT-SNAPK-AVAIL TO TRUE
003190     ELSE
003200         DISPLAY "ARRBINMT - NO ARRSNAPK KEYED SNAPSHOT - "
003210             "STOCK VALIDATION UNAVAILABLE THIS SESSION"
003220     END-IF.
003230     ACCEPT BMT-RUN-DATE FROM DATE.
003240     ACCEPT BMT-RUN-TIME FROM TIME.
003250 1000-INITIALIZE-EXIT.
003260     EXIT.
003270*
003280*===============================================================
003290* 1100-SIGN-ON  -  TAKE THE OPERATOR ID AND PASSWORD AND CHECK
003300*     THEM AGAINST THE ARRSECP SECURITY PROFILE.  THE OPERATOR
003310*     MUST BE ON FILE, GIVE THE RIGHT PASSWORD, HAVE AN ACTIVE
003320*     SIGN-ON AND BE AUTHORIZED FOR ARRBINMT.  A FAILURE IS
003330*     LOGGED TO ARRSECV.  NO USABLE ARRSECP MEANS NOBODY CAN
003340*     SIGN ON.
003350*===============================================================
003360 1100-SIGN-ON.
003370     DISPLAY "ENTER OPERATOR ID:".
003380     ACCEPT BMT-OPER-ID.
003390     DISPLAY "ENTER PASSWORD:".
003400     ACCEPT BMT-PASSWORD-IN.
003410     OPEN INPUT BMT-SECP-FILE.
003420     IF BMT-SECP-STATUS NOT = "00"
003430         DISPLAY "ARRBINMT - ARRSECP SECURITY PROFILE NOT "
003440             "AVAILABLE - SIGN-ON REFUSED"
003450         GO TO 1100-SIGN-ON-EXIT
003460     END-IF.
003470     MOVE SPACES TO BMT-SECV-WHSE-WK
003480                    BMT-SECV-KEY-WK.
003490     MOVE BMT-OPER-ID TO BMT-SECP-OPER-ID.
003500     IF BMT-OPER-ID = SPACES
003510         MOVE "S1" TO BMT-SECV-CODE-WK
003520         MOVE "UNKNOWN OPERATOR ID" TO BMT-SECV-TEXT-WK
003530         GO TO 1100-SIGN-ON-DENY
003540     END-IF.
003550     READ BMT-SECP-FILE
003560         INVALID KEY
003570             MOVE "S1" TO BMT-SECV-CODE-WK
003580             MOVE "UNKNOWN OPERATOR ID" TO BMT-SECV-TEXT-WK
003590             GO TO 1100-SIGN-ON-DENY
003600     END-READ.
003610     IF BMT-SECP-PASSWORD NOT = BMT-PASSWORD-IN
003620         MOVE "S2" TO BMT-SECV-CODE-WK
003630         MOVE "INCORRECT PASSWORD" TO BMT-SECV-TEXT-WK
003640         GO TO 1100-SIGN-ON-DENY
003650     END-IF.
003660     IF NOT BMT-SECP-ACTIVE
003670         MOVE "S3" TO BMT-SECV-CODE-WK
003680         MOVE "SIGN-ON REVOKED" TO BMT-SECV-TEXT-WK
003690         GO TO 1100-SIGN-ON-DENY
003700     END-IF.
003710     IF BMT-SECP-AUTH-BINMT NOT = "Y"
003720         MOVE "S4" TO BMT-SECV-CODE-WK
003730         MOVE "NOT AUTHORIZED FOR TRANSACTION"
003740             TO BMT-SECV-TEXT-WK
003750         GO TO 1100-SIGN-ON-DENY
003760     END-IF.
003770     MOVE BMT-SECP-WHSE-LIST TO BMT-OPER-WHSE-LIST.
003780     SET BMT-SIGNED-ON TO TRUE.
003790     DISPLAY "ARRBINMT - SIGNED ON: " BMT-SECP-OPER-NAME.
003800     CLOSE BMT-SECP-FILE.
003810     GO TO 1100-SIGN-ON-EXIT.
003820 1100-SIGN-ON-DENY.
003830     CLOSE BMT-SECP-FILE.
003840     PERFORM 8900-LOG-VIOLATION
003850         THRU 8900-LOG-VIOLATION-EXIT.
003860     DISPLAY "ARRBINMT - SIGN-ON DENIED".
003870 1100-SIGN-ON-EXIT.
003880     EXIT.
003890*
003900*===============================================================
003910* 1150-CHECK-WHSE  -  SET BMT-WHSE-OK WHEN WAREHOUSE
003920*     BMT-CHK-WHSE IS ON THE OPERATOR'S PROFILE, OR THE PROFILE
003930*     COVERS EVERY WAREHOUSE ("***").
003940*===============================================================
003950 1150-CHECK-WHSE.
003960     MOVE "N" TO BMT-WHSE-OK-SW.
003970     IF BMT-CHK-WHSE = SPACES
003980         GO TO 1150-CHECK-WHSE-EXIT
003990     END-IF.
004000     PERFORM 1155-MATCH-ONE-WHSE
004010         THRU 1155-MATCH-ONE-WHSE-EXIT
004020         VARYING BMT-OPER-WHSE-SUB FROM 1 BY 1
004030         UNTIL BMT-OPER-WHSE-SUB > 10
004040         OR BMT-WHSE-OK.
004050 1150-CHECK-WHSE-EXIT.
004060     EXIT.
004070*
004080 1155-MATCH-ONE-WHSE.
004090     IF BMT-OPER-WHSE (BMT-OPER-WHSE-SUB) = BMT-CHK-WHSE
004100         OR BMT-OPER-WHSE (BMT-OPER-WHSE-SUB) = "***"
004110         SET BMT-WHSE-OK TO TRUE
004120     END-IF.
004130 1155-MATCH-ONE-WHSE-EXIT.
004140     EXIT.
004150*
004160*===============================================================
004170* 3000-MAINTAIN-LOOP  -  ONE MAINTENANCE TRANSACTION.  PROMPT
004180*     FOR THE FUNCTION AND DISPATCH - "A" ADD A BIN, "C" CHANGE
004190*     CAPACITY/REORDER FIELDS, "D" DEACTIVATE, "R" REACTIVATE,
004200*     "Q" END THE SESSION.
004210*===============================================================
004220 3000-MAINTAIN-LOOP.
004230     DISPLAY " ".
004240     DISPLAY "ENTER FUNCTION (A=ADD, C=CHANGE, "
004250         "D=DEACTIVATE, R=REACTIVATE, Q=QUIT):".
004260     ACCEPT BMT-FUNC-IN.
004270     IF BMT-FUNC-IN = "Q" OR "q"
004280         SET BMT-DONE TO TRUE
004290         GO TO 3000-MAINTAIN-LOOP-EXIT
004300     END-IF.
004310     IF BMT-FUNC-IN = "A" OR "a"
004320         PERFORM 3100-ADD-BIN
004330             THRU 3100-ADD-BIN-EXIT
004340         GO TO 3000-MAINTAIN-LOOP-EXIT
004350     END-IF.
004360     IF BMT-FUNC-IN = "C" OR "c"
004370         PERFORM 3200-CHANGE-BIN
004380             THRU 3200-CHANGE-BIN-EXIT
004390         GO TO 3000-MAINTAIN-LOOP-EXIT
004400     END-IF.
004410     IF BMT-FUNC-IN = "D" OR "d"
004420         PERFORM 3300-DEACTIVATE-BIN
004430             THRU 3300-DEACTIVATE-BIN-EXIT
004440         GO TO 3000-MAINTAIN-LOOP-EXIT
004450     END-IF.
004460     IF BMT-FUNC-IN = "R" OR "r"
004470         PERFORM 3400-REACTIVATE-BIN
004480             THRU 3400-REACTIVATE-BIN-EXIT
004490         GO TO 3000-MAINTAIN-LOOP-EXIT
004500     END-IF.
004510     DISPLAY "ARRBINMT - FUNCTION NOT RECOGNIZED".
004520 3000-MAINTAIN-LOOP-EXIT.
004530     EXIT.
004540*
004550*===============================================================
004560* 3100-ADD-BIN  -  ADD A NEW BIN TO THE MASTER.  THE KSDS KEEPS
004570*     THE KEY SEQUENCE ITSELF - THE ROW IS SIMPLY WRITTEN.  THE
004580*     BIN IS BORN ACTIVE.
004590*===============================================================
004600 3100-ADD-BIN.
004610     DISPLAY "ENTER BIN CODE:".
004620     ACCEPT BMT-CODE-IN.
004630     PERFORM 3500-FIND-MASTER-ROW
004640         THRU 3500-FIND-MASTER-ROW-EXIT.
004650     IF BMT-FOUND
004660         DISPLAY "ARRBINMT - BIN ALREADY ON MASTER: " BMT-CODE-IN
004670         GO TO 3100-ADD-BIN-EXIT
004680     END-IF.
004690     DISPLAY "ENTER DESCRIPTION:".
004700     ACCEPT BMT-DESC-IN.
004710     DISPLAY "ENTER ZONE:".
004720     ACCEPT BMT-ZONE-IN.
004730     DISPLAY "ENTER UNIT OF MEASURE:".
004740     ACCEPT BMT-UOM-IN.
004750     DISPLAY "ENTER MAXIMUM CAPACITY:".
004760     ACCEPT BMT-CAP-IN.
004770     IF BMT-CAP-IN NOT NUMERIC
004780         DISPLAY "ARRBINMT - CAPACITY NOT NUMERIC - BIN NOT "
004790             "ADDED"
004800         GO TO 3100-ADD-BIN-EXIT
004810     END-IF.
004820     DISPLAY "ENTER REORDER POINT:".
004830     ACCEPT BMT-RP-IN.
004840     DISPLAY "ENTER REORDER QUANTITY:".
004850     ACCEPT BMT-RQ-IN.
004860     IF BMT-RP-IN NOT NUMERIC
004870         OR BMT-RQ-IN NOT NUMERIC
004880         DISPLAY "ARRBINMT - REORDER FIELDS NOT NUMERIC - BIN "
004890             "NOT ADDED"
004900         GO TO 3100-ADD-BIN-EXIT
004910     END-IF.
004920     MOVE SPACES      TO BMT-BINM-REC.
004930     MOVE BMT-CODE-IN TO BMT-BINM-CODE.
004940     MOVE BMT-DESC-IN TO BMT-BINM-DESC.
004950     MOVE BMT-ZONE-IN TO BMT-BINM-ZONE.
004960     MOVE BMT-UOM-IN  TO BMT-BINM-UOM.
004970     MOVE BMT-CAP-IN  TO BMT-BINM-MAX-CAP.
004980     MOVE "A"         TO BMT-BINM-ACT-FLAG.
004990     MOVE BMT-RP-IN   TO BMT-BINM-REORDER-PT.
005000     MOVE BMT-RQ-IN   TO BMT-BINM-REORDER-QTY.
005010     WRITE BMT-BINM-REC
005020         INVALID KEY
005030             DISPLAY "ARRBINMT - WRITE FAILED FOR " BMT-CODE-IN
005040                 " - STATUS " BMT-BINM-STATUS
005050             GO TO 3100-ADD-BIN-EXIT
005060     END-WRITE.
005070     MOVE "A"        TO BMT-AUD-ACTION-CD.
005080     MOVE 0          TO BMT-AUD-OLD-CAP-WK.
005090     MOVE BMT-CAP-IN TO BMT-AUD-NEW-CAP-WK.
005100     MOVE SPACE      TO BMT-AUD-OLD-FLAG-WK.
005110     MOVE "A"        TO BMT-AUD-NEW-FLAG-WK.
005120     MOVE 0          TO BMT-AUD-OLD-RP-WK.
005130     MOVE 0          TO BMT-AUD-OLD-RQ-WK.
005140     MOVE BMT-RP-IN  TO BMT-AUD-NEW-RP-WK.
005150     MOVE BMT-RQ-IN  TO BMT-AUD-NEW-RQ-WK.
005160     PERFORM 5000-WRITE-AUDIT-RECORD
005170         THRU 5000-WRITE-AUDIT-RECORD-EXIT.
005180     DISPLAY "ARRBINMT - BIN ADDED: " BMT-CODE-IN.
005190 3100-ADD-BIN-EXIT.
005200     EXIT.
005210*
005220*===============================================================
005230* 3200-CHANGE-BIN  -  CHANGE A BIN'S CAPACITY AND/OR REORDER
005240*     FIELDS AND REWRITE IT IN PLACE.  THE NEW CAPACITY MAY NOT
005250*     BE SET BELOW THE BIN'S ON-HAND VALUE ON THE CURRENT
005260*     SNAPSHOT - THE MIS-KEYED EDIT THAT REJECTED A WHOLE FEED
005270*     TO ARREXC IS EXACTLY THE EDIT THIS CHECK REFUSES.
005280*===============================================================
005290 3200-CHANGE-BIN.
005300     DISPLAY "ENTER BIN CODE:".
005310     ACCEPT BMT-CODE-IN.
005320     PERFORM 3500-FIND-MASTER-ROW
005330         THRU 3500-FIND-MASTER-ROW-EXIT.
005340     IF NOT BMT-FOUND
005350         DISPLAY "ARRBINMT - BIN NOT ON MASTER: " BMT-CODE-IN
005360         GO TO 3200-CHANGE-BIN-EXIT
005370     END-IF.
005380     PERFORM 4000-CHECK-ON-HAND
005390         THRU 4000-CHECK-ON-HAND-EXIT.
005400     IF BMT-DENIED-WHSE NOT = SPACES
005410         PERFORM 4100-DENY-WHSE
005420             THRU 4100-DENY-WHSE-EXIT
005430         GO TO 3200-CHANGE-BIN-EXIT
005440     END-IF.
005450     DISPLAY "BIN " BMT-BINM-CODE " " BMT-BINM-DESC.
005460     DISPLAY "CURRENT CAPACITY " BMT-BINM-MAX-CAP
005470         " ON HAND " BMT-ON-HAND-MAX
005480         " STATUS " BMT-BINM-ACT-FLAG.
005490     DISPLAY "REORDER POINT " BMT-BINM-REORDER-PT
005500         " REORDER QTY " BMT-BINM-REORDER-QTY.
005510     SET BMT-CHANGED-SW TO "N".
005520     MOVE BMT-BINM-MAX-CAP      TO BMT-AUD-OLD-CAP-WK.
005530     MOVE BMT-BINM-ACT-FLAG     TO BMT-AUD-OLD-FLAG-WK
005540                                   BMT-AUD-NEW-FLAG-WK.
005550     MOVE BMT-BINM-REORDER-PT   TO BMT-AUD-OLD-RP-WK.
005560     MOVE BMT-BINM-REORDER-QTY  TO BMT-AUD-OLD-RQ-WK.
005570     PERFORM 3210-CHANGE-CAPACITY
005580         THRU 3210-CHANGE-CAPACITY-EXIT.
005590     PERFORM 3220-CHANGE-REORDER
005600         THRU 3220-CHANGE-REORDER-EXIT.
005610     IF NOT BMT-CHANGED
005620         DISPLAY "ARRBINMT - NOTHING CHANGED FOR " BMT-CODE-IN
005630         GO TO 3200-CHANGE-BIN-EXIT
005640     END-IF.
005650     REWRITE BMT-BINM-REC
005660         INVALID KEY
005670             DISPLAY "ARRBINMT - REWRITE FAILED FOR "
005680                 BMT-CODE-IN " - STATUS " BMT-BINM-STATUS
005690             GO TO 3200-CHANGE-BIN-EXIT
005700     END-REWRITE.
005710     MOVE BMT-BINM-MAX-CAP     TO BMT-AUD-NEW-CAP-WK.
005720     MOVE BMT-BINM-REORDER-PT  TO BMT-AUD-NEW-RP-WK.
005730     MOVE BMT-BINM-REORDER-QTY TO BMT-AUD-NEW-RQ-WK.
005740     MOVE "C"                  TO BMT-AUD-ACTION-CD.
005750     PERFORM 5000-WRITE-AUDIT-RECORD
005760         THRU 5000-WRITE-AUDIT-RECORD-EXIT.
005770     DISPLAY "ARRBINMT - CHANGE LOGGED FOR " BMT-CODE-IN.
005780 3200-CHANGE-BIN-EXIT.
005790     EXIT.
005800*
005810*===============================================================
005820* 3210-CHANGE-CAPACITY  -  ONE PROMPTED CAPACITY CHANGE INTO
005830*     THE RECORD JUST READ.  THE NEW CAPACITY MAY NOT GO BELOW
005840*     THE ON-HAND VALUE SET BY 4000-CHECK-ON-HAND.
005850*===============================================================
005860 3210-CHANGE-CAPACITY.
005870     DISPLAY "ENTER NEW CAPACITY (999999999 = LEAVE "
005880         "UNCHANGED):".
005890     ACCEPT BMT-CAP-IN.
005900     IF BMT-CAP-IN NOT NUMERIC
005910         DISPLAY "ARRBINMT - CAPACITY NOT NUMERIC - UNCHANGED"
005920         GO TO 3210-CHANGE-CAPACITY-EXIT
005930     END-IF.
005940     IF BMT-CAP-IN = 999999999
005950         GO TO 3210-CHANGE-CAPACITY-EXIT
005960     END-IF.
005970     IF BMT-CAP-IN < BMT-ON-HAND-MAX
005980         DISPLAY "ARRBINMT - CAPACITY " BMT-CAP-IN
005990             " IS BELOW THE ON-HAND VALUE " BMT-ON-HAND-MAX
006000             " - CHANGE REFUSED"
006010         GO TO 3210-CHANGE-CAPACITY-EXIT
006020     END-IF.
006030     MOVE BMT-CAP-IN TO BMT-BINM-MAX-CAP.
006040     SET BMT-CHANGED TO TRUE.
006050 3210-CHANGE-CAPACITY-EXIT.
006060     EXIT.
006070*
006080*===============================================================
006090* 3220-CHANGE-REORDER  -  PROMPTED REORDER POINT AND REORDER
006100*     QUANTITY CHANGES INTO THE RECORD JUST READ.  A
006110*     NON-NUMERIC ENTRY LEAVES THE FIELD ALONE, THE SAME AS THE
006120*     999999999 KEEP VALUE.
006130*===============================================================
006140 3220-CHANGE-REORDER.
006150     DISPLAY "ENTER NEW REORDER POINT (999999999 = LEAVE "
006160         "UNCHANGED):".
006170     ACCEPT BMT-RP-IN.
006180     IF BMT-RP-IN NUMERIC
006190         AND BMT-RP-IN NOT = 999999999
006200         MOVE BMT-RP-IN TO BMT-BINM-REORDER-PT
006210         SET BMT-CHANGED TO TRUE
006220     END-IF.
006230     DISPLAY "ENTER NEW REORDER QUANTITY (999999999 = LEAVE "
006240         "UNCHANGED):".
006250     ACCEPT BMT-RQ-IN.
006260     IF BMT-RQ-IN NUMERIC
006270         AND BMT-RQ-IN NOT = 999999999
006280         MOVE BMT-RQ-IN TO BMT-BINM-REORDER-QTY
006290         SET BMT-CHANGED TO TRUE
006300     END-IF.
006310 3220-CHANGE-REORDER-EXIT.
006320     EXIT.
006330*
006340*===============================================================
006350* 3300-DEACTIVATE-BIN  -  FLAG A BIN INACTIVE AND REWRITE IT.
006360*     A BIN WITH ANY STOCK ON THE CURRENT SNAPSHOT, AT ANY
006370*     WAREHOUSE, CANNOT BE DEACTIVATED - ARRAYDEMO WOULD REJECT
006380*     ITS NEXT FEED TO ARREXC WHILE THE STOCK STILL SAT IN THE
006390*     BIN.
006400*===============================================================
006410 3300-DEACTIVATE-BIN.
006420     DISPLAY "ENTER BIN CODE:".
006430     ACCEPT BMT-CODE-IN.
006440     PERFORM 3500-FIND-MASTER-ROW
006450         THRU 3500-FIND-MASTER-ROW-EXIT.
006460     IF NOT BMT-FOUND
006470         DISPLAY "ARRBINMT - BIN NOT ON MASTER: " BMT-CODE-IN
006480         GO TO 3300-DEACTIVATE-BIN-EXIT
006490     END-IF.
006500     IF NOT BMT-BINM-REC-ACTIVE
006510         DISPLAY "ARRBINMT - BIN ALREADY INACTIVE: " BMT-CODE-IN
006520         GO TO 3300-DEACTIVATE-BIN-EXIT
006530     END-IF.
006540     PERFORM 4000-CHECK-ON-HAND
006550         THRU 4000-CHECK-ON-HAND-EXIT.
006560     IF BMT-DENIED-WHSE NOT = SPACES
006570         PERFORM 4100-DENY-WHSE
006580             THRU 4100-DENY-WHSE-EXIT
006590         GO TO 3300-DEACTIVATE-BIN-EXIT
006600     END-IF.
006610     IF BMT-ON-HAND-TOT > 0
006620         DISPLAY "ARRBINMT - BIN HAS " BMT-ON-HAND-TOT
006630             " ON HAND - DEACTIVATION REFUSED"
006640         GO TO 3300-DEACTIVATE-BIN-EXIT
006650     END-IF.
006660     MOVE BMT-BINM-MAX-CAP     TO BMT-AUD-OLD-CAP-WK
006670                                  BMT-AUD-NEW-CAP-WK.
006680     MOVE BMT-BINM-REORDER-PT  TO BMT-AUD-OLD-RP-WK
006690                                  BMT-AUD-NEW-RP-WK.
006700     MOVE BMT-BINM-REORDER-QTY TO BMT-AUD-OLD-RQ-WK
006710                                  BMT-AUD-NEW-RQ-WK.
006720     MOVE BMT-BINM-ACT-FLAG    TO BMT-AUD-OLD-FLAG-WK.
006730     MOVE "I"                  TO BMT-BINM-ACT-FLAG
006740                                  BMT-AUD-NEW-FLAG-WK.
006750     MOVE "D"                  TO BMT-AUD-ACTION-CD.
006760     REWRITE BMT-BINM-REC
006770         INVALID KEY
006780             DISPLAY "ARRBINMT - REWRITE FAILED FOR "
006790                 BMT-CODE-IN " - STATUS " BMT-BINM-STATUS
006800             GO TO 3300-DEACTIVATE-BIN-EXIT
006810     END-REWRITE.
006820     PERFORM 5000-WRITE-AUDIT-RECORD
006830         THRU 5000-WRITE-AUDIT-RECORD-EXIT.
006840     DISPLAY "ARRBINMT - BIN DEACTIVATED: " BMT-CODE-IN.
006850 3300-DEACTIVATE-BIN-EXIT.
006860     EXIT.
006870*
006880*===============================================================
006890* 3400-REACTIVATE-BIN  -  FLAG AN INACTIVE BIN ACTIVE AGAIN AND
006900*     REWRITE IT, SO FLIPPING THE FLAG BACK NO LONGER TAKES A
006910*     HAND EDIT EITHER.  THE SNAPSHOT SCAN IS RUN FOR ITS
006920*     WAREHOUSE CHECK ONLY.
006930*===============================================================
006940 3400-REACTIVATE-BIN.
006950     DISPLAY "ENTER BIN CODE:".
006960     ACCEPT BMT-CODE-IN.
006970     PERFORM 3500-FIND-MASTER-ROW
006980         THRU 3500-FIND-MASTER-ROW-EXIT.
006990     IF NOT BMT-FOUND
007000         DISPLAY "ARRBINMT - BIN NOT ON MASTER: " BMT-CODE-IN
007010         GO TO 3400-REACTIVATE-BIN-EXIT
007020     END-IF.
007030     IF BMT-BINM-REC-ACTIVE
007040         DISPLAY "ARRBINMT - BIN ALREADY ACTIVE: " BMT-CODE-IN
007050         GO TO 3400-REACTIVATE-BIN-EXIT
007060     END-IF.
007070     PERFORM 4000-CHECK-ON-HAND
007080         THRU 4000-CHECK-ON-HAND-EXIT.
007090     IF BMT-DENIED-WHSE NOT = SPACES
007100         PERFORM 4100-DENY-WHSE
007110             THRU 4100-DENY-WHSE-EXIT
007120         GO TO 3400-REACTIVATE-BIN-EXIT
007130     END-IF.
007140     MOVE BMT-BINM-MAX-CAP     TO BMT-AUD-OLD-CAP-WK
007150                                  BMT-AUD-NEW-CAP-WK.
007160     MOVE BMT-BINM-REORDER-PT  TO BMT-AUD-OLD-RP-WK
007170                                  BMT-AUD-NEW-RP-WK.
007180     MOVE BMT-BINM-REORDER-QTY TO BMT-AUD-OLD-RQ-WK
007190                                  BMT-AUD-NEW-RQ-WK.
007200     MOVE BMT-BINM-ACT-FLAG    TO BMT-AUD-OLD-FLAG-WK.
007210     MOVE "A"                  TO BMT-BINM-ACT-FLAG
007220                                  BMT-AUD-NEW-FLAG-WK.
007230     MOVE "R"                  TO BMT-AUD-ACTION-CD.
007240     REWRITE BMT-BINM-REC
007250         INVALID KEY
007260             DISPLAY "ARRBINMT - REWRITE FAILED FOR "
007270                 BMT-CODE-IN " - STATUS " BMT-BINM-STATUS
007280             GO TO 3400-REACTIVATE-BIN-EXIT
007290     END-REWRITE.
007300     PERFORM 5000-WRITE-AUDIT-RECORD
007310         THRU 5000-WRITE-AUDIT-RECORD-EXIT.
007320     DISPLAY "ARRBINMT - BIN REACTIVATED: " BMT-CODE-IN.
007330 3400-REACTIVATE-BIN-EXIT.
007340     EXIT.
007350*
007360*===============================================================
007370* 3500-FIND-MASTER-ROW  -  READ THE KSDS DIRECTLY BY
007380*     BMT-CODE-IN, SETTING BMT-FOUND AND LEAVING THE ROW IN
007390*     BMT-BINM-REC.
007400*===============================================================
007410 3500-FIND-MASTER-ROW.
007420     SET BMT-FOUND-SW TO "N".
007430     MOVE BMT-CODE-IN TO BMT-BINM-CODE.
007440     READ BMT-BINM-FILE
007450         INVALID KEY
007460             GO TO 3500-FIND-MASTER-ROW-EXIT
007470     END-READ.
007480     SET BMT-FOUND TO TRUE.
007490 3500-FIND-MASTER-ROW-EXIT.
007500     EXIT.
007510*
007520*===============================================================
007530* 4000-CHECK-ON-HAND  -  SCAN THE KEYED SNAPSHOT FRONT TO BACK
007540*     FOR BMT-CODE-IN AND SET THE LARGEST SINGLE-WAREHOUSE
007550*     ON-HAND VALUE AND THE TOTAL ACROSS ALL WAREHOUSES.  THE
007560*     KEY LEADS WITH THE WAREHOUSE, SO ONE BIN'S ROWS ARE NOT
007570*     ADJACENT AND THE WHOLE FILE IS READ - IT IS ONE ROW PER
007580*     LIVE BIN PER WAREHOUSE, MOMENTS EITHER WAY.  BOTH RESULTS
007590*     COME BACK ZERO WHEN THE BIN HOLDS NOTHING, OR WHEN NO
007600*     SNAPSHOT WAS AVAILABLE.  THE SAME PASS CHECKS EVERY
007610*     WAREHOUSE HOLDING THE BIN AGAINST THE OPERATOR'S PROFILE
007620*     AND SETS BMT-DENIED-WHSE.  WITH NO SNAPSHOT THE HOLDING
007630*     WAREHOUSES ARE UNKNOWN, SO ONLY AN OPERATOR CLEARED FOR
007640*     EVERY WAREHOUSE PASSES.
007650*===============================================================
007660 4000-CHECK-ON-HAND.
007670     MOVE 0 TO BMT-ON-HAND-MAX.
007680     MOVE 0 TO BMT-ON-HAND-TOT.
007690     MOVE SPACES TO BMT-DENIED-WHSE.
007700     IF NOT BMT-SNAPK-AVAIL
007710         MOVE "***" TO BMT-CHK-WHSE
007720         PERFORM 1150-CHECK-WHSE
007730             THRU 1150-CHECK-WHSE-EXIT
007740         IF NOT BMT-WHSE-OK
007750             MOVE "***" TO BMT-DENIED-WHSE
007760         END-IF
007770         GO TO 4000-CHECK-ON-HAND-EXIT
007780     END-IF.
007790     SET BMT-SNAPK-EOF-SW TO "N".
007800     MOVE LOW-VALUES TO BMT-SNAPK-BIN-KEY.
007810     START BMT-SNAPK-FILE KEY NOT < BMT-SNAPK-BIN-KEY
007820         INVALID KEY
007830             SET BMT-SNAPK-EOF TO TRUE
007840     END-START.
007850     PERFORM 4010-CHECK-ONE-SNAP-ROW
007860         THRU 4010-CHECK-ONE-SNAP-ROW-EXIT
007870         UNTIL BMT-SNAPK-EOF.
007880 4000-CHECK-ON-HAND-EXIT.
007890     EXIT.
007900*
007910 4010-CHECK-ONE-SNAP-ROW.
007920     READ BMT-SNAPK-FILE NEXT RECORD
007930         AT END
007940             SET BMT-SNAPK-EOF TO TRUE
007950             GO TO 4010-CHECK-ONE-SNAP-ROW-EXIT
007960     END-READ.
007970     IF BMT-SNAPK-CODE = BMT-CODE-IN
007980         ADD BMT-SNAPK-VAL TO BMT-ON-HAND-TOT
007990         IF BMT-SNAPK-VAL > BMT-ON-HAND-MAX
008000             MOVE BMT-SNAPK-VAL TO BMT-ON-HAND-MAX
008010         END-IF
008020         MOVE BMT-SNAPK-WHSE TO BMT-CHK-WHSE
008030         PERFORM 1150-CHECK-WHSE
008040             THRU 1150-CHECK-WHSE-EXIT
008050         IF NOT BMT-WHSE-OK
008060             AND BMT-DENIED-WHSE = SPACES
008070             MOVE BMT-SNAPK-WHSE TO BMT-DENIED-WHSE
008080         END-IF
008090     END-IF.
008100 4010-CHECK-ONE-SNAP-ROW-EXIT.
008110     EXIT.
008120*
008130*===============================================================
008140* 4100-DENY-WHSE  -  REFUSE A CHANGE TO A BIN HELD IN A
008150*     WAREHOUSE NOT ON THE OPERATOR'S PROFILE AND LOG IT.
008160*===============================================================
008170 4100-DENY-WHSE.
008180     MOVE "S5"            TO BMT-SECV-CODE-WK.
008190     MOVE BMT-DENIED-WHSE TO BMT-SECV-WHSE-WK.
008200     MOVE BMT-CODE-IN     TO BMT-SECV-KEY-WK.
008210     MOVE "NOT AUTHORIZED FOR WAREHOUSE"
008220         TO BMT-SECV-TEXT-WK.
008230     PERFORM 8900-LOG-VIOLATION
008240         THRU 8900-LOG-VIOLATION-EXIT.
008250     IF BMT-DENIED-WHSE = "***"
008260         DISPLAY "ARRBINMT - NO SNAPSHOT TO CHECK WAREHOUSES - "
008270             "ALL-WAREHOUSE AUTHORITY REQUIRED - REFUSED"
008280     ELSE
008290         DISPLAY "ARRBINMT - BIN IS HELD IN WAREHOUSE "
008300             BMT-DENIED-WHSE " - NOT AUTHORIZED - REFUSED"
008310     END-IF.
008320 4100-DENY-WHSE-EXIT.
008330     EXIT.
008340*
008350*===============================================================
008360* 5000-WRITE-AUDIT-RECORD  -  APPEND ONE CHANGE LOG RECORD TO
008370*     ARRBMAUD - BIN CODE, ACTION, OLD/NEW CAPACITY, FLAG AND
008380*     REORDER FIELDS, THE OPERATOR ID TAKEN AT SIGN-ON, AND THE
008390*     SESSION DATE/TIME.  THE WORK FIELDS ARE SET BY THE CALLER.
008400*===============================================================
008410 5000-WRITE-AUDIT-RECORD.
008420     MOVE SPACES              TO BMT-AUD-REC.
008430     MOVE BMT-CODE-IN         TO BMT-AUD-CODE.
008440     MOVE BMT-AUD-ACTION-CD   TO BMT-AUD-ACTION.
008450     MOVE BMT-AUD-OLD-CAP-WK  TO BMT-AUD-OLD-CAP.
008460     MOVE BMT-AUD-NEW-CAP-WK  TO BMT-AUD-NEW-CAP.
008470     MOVE BMT-AUD-OLD-FLAG-WK TO BMT-AUD-OLD-FLAG.
008480     MOVE BMT-AUD-NEW-FLAG-WK TO BMT-AUD-NEW-FLAG.
008490     MOVE BMT-OPER-ID         TO BMT-AUD-OPER-ID.
008500     MOVE BMT-RUN-DATE        TO BMT-AUD-RUN-DATE.
008510     MOVE BMT-RUN-TIME        TO BMT-AUD-RUN-TIME.
008520     MOVE BMT-AUD-OLD-RP-WK   TO BMT-AUD-OLD-RP.
008530     MOVE BMT-AUD-NEW-RP-WK   TO BMT-AUD-NEW-RP.
008540     MOVE BMT-AUD-OLD-RQ-WK   TO BMT-AUD-OLD-RQ.
008550     MOVE BMT-AUD-NEW-RQ-WK   TO BMT-AUD-NEW-RQ.
008560     WRITE BMT-AUD-REC.
008570     ADD 1 TO BMT-CHANGE-COUNT.
008580 5000-WRITE-AUDIT-RECORD-EXIT.
008590     EXIT.
008600*
008610*===============================================================
008620* 8900-LOG-VIOLATION  -  APPEND ONE DENIED ATTEMPT TO THE
008630*     ARRSECV SECURITY VIOLATION LOG.  THE CODE, WAREHOUSE, KEY
008640*     AND TEXT WORK FIELDS ARE SET BY THE CALLER.
008650*===============================================================
008660 8900-LOG-VIOLATION.
008670     MOVE SPACES            TO BMT-SECV-REC.
008680     ACCEPT BMT-SECV-RUN-DATE FROM DATE.
008690     ACCEPT BMT-SECV-RUN-TIME FROM TIME.
008700     MOVE BMT-SECV-RUN-DATE TO BMT-SECV-DATE.
008710     MOVE BMT-SECV-RUN-TIME TO BMT-SECV-TIME.
008720     MOVE "ARRBINMT"        TO BMT-SECV-TRAN.
008730     MOVE BMT-OPER-ID       TO BMT-SECV-OPER-ID.
008740     MOVE BMT-SECV-CODE-WK  TO BMT-SECV-CODE.
008750     MOVE BMT-SECV-WHSE-WK  TO BMT-SECV-WHSE.
008760     MOVE BMT-SECV-KEY-WK   TO BMT-SECV-KEY.
008770     MOVE BMT-SECV-TEXT-WK  TO BMT-SECV-TEXT.
008780     WRITE BMT-SECV-REC.
008790 8900-LOG-VIOLATION-EXIT.
008800     EXIT.
008810*
008820*===============================================================
008830* 9000-TERMINATE  -  CLOSE THE SESSION FILES.  THE MASTER WAS
008840*     UPDATED IN PLACE AS EACH CHANGE LANDED - THERE IS NOTHING
008850*     LEFT TO WRITE OR PROMOTE.
008860*===============================================================
008870 9000-TERMINATE.
008880     IF BMT-FILES-OPEN
008890         CLOSE BMT-BINM-FILE
008900         CLOSE BMT-AUD-FILE
008910     END-IF.
008920     IF BMT-SNAPK-AVAIL
008930         CLOSE BMT-SNAPK-FILE
008940     END-IF.
008950     CLOSE BMT-SECV-FILE.
008960     DISPLAY "ARRBINMT - " BMT-CHANGE-COUNT
008970         " CHANGE(S) LOGGED".
008980 9000-TERMINATE-EXIT.
008990     EXIT.

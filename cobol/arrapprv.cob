000220*                  THRESHOLDS TO BEGIN WITH).  CLOSES THE
000230*                  SINGLE-OPERATOR PATH INTERNAL CONTROL FLAGGED
000240*                  THIS YEAR.
000250* 10/15/26   RLH   SUPERVISOR SIGN-ON.  THE SUPERVISOR ID IS NOW
000260*                  SIGNED ON WITH A PASSWORD AGAINST THE ARRSECP
000270*                  SECURITY PROFILE - ACTIVE AND AUTHORIZED FOR
000280*                  ARRAPPRV - BEFORE THE QUEUE IS OPENED; A
000290*                  DENIED SIGN-ON ENDS RC=8 SO THE JCL DOES NOT
000300*                  PROMOTE.  AN APPROVAL OR REJECTION OF A
000310*                  CORRECTION THE SUPERVISOR ENTERED THEMSELVES,
000320*                  OR IN A WAREHOUSE NOT ON THEIR PROFILE, IS
000330*                  REFUSED AND THE CORRECTION LEFT PENDING.
000340*                  DENIED ATTEMPTS ARE LOGGED TO ARRSECV.
000350* 10/15/26   RLH   ARRCORR LAYOUT - ORIGIN FLAG APPENDED IN WHAT
000360*                  WAS FILLER; CARRIED THROUGH UNCHANGED.
000370*===============================================================
000380*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430*
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT APR-CORR-FILE  ASSIGN TO ARRCORR
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS APR-CORR-STATUS.
000490     SELECT APR-OUT-FILE   ASSIGN TO ARRCORRN
000500         ORGANIZATION IS SEQUENTIAL.
000510     SELECT APR-SECP-FILE  ASSIGN TO ARRSECP
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS APR-SECP-OPER-ID
000550         FILE STATUS IS APR-SECP-STATUS.
000560     SELECT APR-SECV-FILE  ASSIGN TO ARRSECV
000570         ORGANIZATION IS SEQUENTIAL.
000580*
000590 DATA DIVISION.
000600 FILE SECTION.
000610*
000620*    CORRECTION RECORD - LAYOUT MUST MATCH ARRAYDEMO/ARRMAINT'S
000630*    ARR-CORR-REC.
000640 FD  APR-CORR-FILE
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE STANDARD.
000670 01  APR-CORR-REC.
000680     05  APR-CORR-SUB           PIC 9(04).
000690     05  APR-CORR-BIN-KEY.
000700         10  APR-CORR-WHSE      PIC X(03).
000710         10  APR-CORR-CODE      PIC X(09).
000720     05  APR-CORR-NEW-VAL       PIC 9(09).
000730     05  APR-CORR-DATE          PIC 9(06).
000740     05  APR-CORR-TIME          PIC 9(08).
000750     05  APR-CORR-STAT          PIC X(01).
000760         88  APR-CORR-STAT-PENDING          VALUE "P".
000770     05  APR-CORR-APPR-ID       PIC X(08).
000780     05  APR-CORR-ENTER-ID      PIC X(08).
000790     05  APR-CORR-ORIGIN        PIC X(01).
000800     05  FILLER                 PIC X(75).
000810*
000820 FD  APR-OUT-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD.
000850 01  APR-OUT-REC                PIC X(132).
000860*
000870*    SECURITY PROFILE RECORD - LAYOUT MUST MATCH ARRMAINT'S
000880*    ARR-SECP-REC.
000890 FD  APR-SECP-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  APR-SECP-REC.
000920     05  APR-SECP-OPER-ID       PIC X(08).
000930     05  APR-SECP-OPER-NAME     PIC X(30).
000940     05  APR-SECP-PASSWORD      PIC X(08).
000950     05  APR-SECP-SIGNON-STAT   PIC X(01).
000960         88  APR-SECP-ACTIVE                VALUE "A".
000970     05  APR-SECP-AUTH-MAINT    PIC X(01).
000980     05  APR-SECP-AUTH-APPRV    PIC X(01).
000990     05  APR-SECP-AUTH-BINMT    PIC X(01).
001000     05  APR-SECP-WHSE-LIST     PIC X(30).
001010     05  APR-SECP-LAST-CHG      PIC 9(06).
001020     05  FILLER                 PIC X(46).
001030*
001040*    SECURITY VIOLATION RECORD - LAYOUT MUST MATCH ARRMAINT'S
001050*    ARR-SECV-REC.
001060 FD  APR-SECV-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 01  APR-SECV-REC.
001100     05  APR-SECV-DATE          PIC 9(06).
001110     05  APR-SECV-TIME          PIC 9(08).
001120     05  APR-SECV-TRAN          PIC X(08).
001130     05  APR-SECV-OPER-ID       PIC X(08).
001140     05  APR-SECV-CODE          PIC X(02).
001150     05  APR-SECV-WHSE          PIC X(03).
001160     05  APR-SECV-KEY           PIC X(12).
001170     05  APR-SECV-TEXT          PIC X(40).
001180     05  FILLER                 PIC X(45).
001190*
001200 WORKING-STORAGE SECTION.
001210 01  APR-CORR-STATUS            PIC X(02)   VALUE SPACES.
001220     88  APR-CORR-NOT-FOUND                 VALUE "35".
001230 77  APR-EOF-SW                 PIC X(01)   VALUE "N".
001240     88  APR-EOF                            VALUE "Y".
001250 77  APR-SUPV-ID                PIC X(08)   VALUE SPACES.
001260 77  APR-DECISION               PIC X(01)   VALUE SPACE.
001270 77  APR-PEND-COUNT             PIC 9(04)   VALUE 0.
001280 77  APR-APPR-COUNT             PIC 9(04)   VALUE 0.
001290 77  APR-REJ-COUNT              PIC 9(04)   VALUE 0.
001300 77  APR-LEFT-COUNT             PIC 9(04)   VALUE 0.
001310 77  APR-REFUSED-COUNT          PIC 9(04)   VALUE 0.
001320 77  APR-QUEUE-OPEN-SW          PIC X(01)   VALUE "N".
001330     88  APR-QUEUE-OPEN                     VALUE "Y".
001340*
001350*---------------------------------------------------------------
001360*    SIGN-ON AND AUTHORIZATION.
001370*---------------------------------------------------------------
001380 01  APR-SECP-STATUS            PIC X(02)   VALUE SPACES.
001390 77  APR-SIGNED-ON-SW           PIC X(01)   VALUE "N".
001400     88  APR-SIGNED-ON                      VALUE "Y".
001410 77  APR-PASSWORD-IN            PIC X(08)   VALUE SPACES.
001420 01  APR-OPER-WHSE-LIST         PIC X(30)   VALUE SPACES.
001430 01  APR-OPER-WHSE-TBL REDEFINES APR-OPER-WHSE-LIST.
001440     05  APR-OPER-WHSE          OCCURS 10 TIMES
001450                                PIC X(03).
001460 77  APR-OPER-WHSE-SUB          PIC 9(04)   COMP VALUE 0.
001470 77  APR-CHK-WHSE               PIC X(03)   VALUE SPACES.
001480 77  APR-WHSE-OK-SW             PIC X(01)   VALUE "N".
001490     88  APR-WHSE-OK                        VALUE "Y".
001500 77  APR-REFUSED-SW             PIC X(01)   VALUE "N".
001510     88  APR-REFUSED                        VALUE "Y".
001520*    VIOLATION WORK FIELDS - SET BEFORE 8900-LOG-VIOLATION IS
001530*    PERFORMED.
001540 77  APR-SECV-CODE-WK           PIC X(02)   VALUE SPACES.
001550 77  APR-SECV-WHSE-WK           PIC X(03)   VALUE SPACES.
001560 77  APR-SECV-KEY-WK            PIC X(12)   VALUE SPACES.
001570 77  APR-SECV-TEXT-WK           PIC X(40)   VALUE SPACES.
001580 77  APR-SECV-RUN-DATE          PIC 9(06)   VALUE 0.
001590 77  APR-SECV-RUN-TIME          PIC 9(08)   VALUE 0.
001600*
001610 PROCEDURE DIVISION.
001620*
001630*===============================================================
001640* 0000-MAINLINE.
001650*===============================================================
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE
001680         THRU 1000-INITIALIZE-EXIT.
001690     PERFORM 2000-REVIEW-ONE-REC
001700         THRU 2000-REVIEW-ONE-REC-EXIT
001710         UNTIL APR-EOF.
001720     PERFORM 9000-TERMINATE
001730         THRU 9000-TERMINATE-EXIT.
001740     STOP RUN.
001750*
001760*===============================================================
001770* 1000-INITIALIZE  -  SIGN THE REVIEWING SUPERVISOR ON, THEN
001780*     OPEN THE QUEUE AND THE REWRITE FILE.  NO ARRCORR AT ALL
001790*     MEANS NOTHING TO REVIEW.  A DENIED SIGN-ON OPENS NEITHER
001800*     AND ENDS RC=8, SO THE QUEUE IS NOT PROMOTED.
001810*===============================================================
001820 1000-INITIALIZE.
001830     DISPLAY "ARRAPPRV - CORRECTION APPROVAL TRANSACTION".
001840     OPEN OUTPUT APR-SECV-FILE.
001850     PERFORM 1100-SIGN-ON
001860         THRU 1100-SIGN-ON-EXIT.
001870     IF NOT APR-SIGNED-ON
001880         SET APR-EOF TO TRUE
001890         MOVE 8 TO RETURN-CODE
001900         GO TO 1000-INITIALIZE-EXIT
001910     END-IF.
001920     OPEN INPUT APR-CORR-FILE.
001930     IF APR-CORR-NOT-FOUND
001940         DISPLAY "ARRAPPRV - NO ARRCORR QUEUE TO REVIEW"
001950         SET APR-EOF TO TRUE
001960         GO TO 1000-INITIALIZE-EXIT
001970     END-IF.
001980     OPEN OUTPUT APR-OUT-FILE.
001990     SET APR-QUEUE-OPEN TO TRUE.
002000 1000-INITIALIZE-EXIT.
002010     EXIT.
002020*
002030*===============================================================
002040* 1100-SIGN-ON  -  TAKE THE SUPERVISOR ID AND PASSWORD AND CHECK
002050*     THEM AGAINST THE ARRSECP SECURITY PROFILE.  THE SUPERVISOR
002060*     MUST BE ON FILE, GIVE THE RIGHT PASSWORD, HAVE AN ACTIVE
002070*     SIGN-ON AND BE AUTHORIZED FOR ARRAPPRV.  A FAILURE IS
002080*     LOGGED TO ARRSECV.  NO USABLE ARRSECP MEANS NOBODY CAN
002090*     SIGN ON.
002100*===============================================================
002110 1100-SIGN-ON.
002120     DISPLAY "ENTER SUPERVISOR ID:".
002130     ACCEPT APR-SUPV-ID.
002140     DISPLAY "ENTER PASSWORD:".
002150     ACCEPT APR-PASSWORD-IN.
002160     OPEN INPUT APR-SECP-FILE.
002170     IF APR-SECP-STATUS NOT = "00"
002180         DISPLAY "ARRAPPRV - ARRSECP SECURITY PROFILE NOT "
002190             "AVAILABLE - SIGN-ON REFUSED"
002200         GO TO 1100-SIGN-ON-EXIT
002210     END-IF.
002220     MOVE SPACES TO APR-SECV-WHSE-WK
002230                    APR-SECV-KEY-WK.
002240     MOVE APR-SUPV-ID TO APR-SECP-OPER-ID.
002250     IF APR-SUPV-ID = SPACES
002260         MOVE "S1" TO APR-SECV-CODE-WK
002270         MOVE "UNKNOWN OPERATOR ID" TO APR-SECV-TEXT-WK
002280         GO TO 1100-SIGN-ON-DENY
002290     END-IF.
002300     READ APR-SECP-FILE
002310         INVALID KEY
002320             MOVE "S1" TO APR-SECV-CODE-WK
002330             MOVE "UNKNOWN OPERATOR ID" TO APR-SECV-TEXT-WK
002340             GO TO 1100-SIGN-ON-DENY
002350     END-READ.
002360     IF APR-SECP-PASSWORD NOT = APR-PASSWORD-IN
002370         MOVE "S2" TO APR-SECV-CODE-WK
002380         MOVE "INCORRECT PASSWORD" TO APR-SECV-TEXT-WK
002390         GO TO 1100-SIGN-ON-DENY
002400     END-IF.
002410     IF NOT APR-SECP-ACTIVE
002420         MOVE "S3" TO APR-SECV-CODE-WK
002430         MOVE "SIGN-ON REVOKED" TO APR-SECV-TEXT-WK
002440         GO TO 1100-SIGN-ON-DENY
002450     END-IF.
002460     IF APR-SECP-AUTH-APPRV NOT = "Y"
002470         MOVE "S4" TO APR-SECV-CODE-WK
002480         MOVE "NOT AUTHORIZED FOR TRANSACTION"
002490             TO APR-SECV-TEXT-WK
002500         GO TO 1100-SIGN-ON-DENY
002510     END-IF.
002520     MOVE APR-SECP-WHSE-LIST TO APR-OPER-WHSE-LIST.
002530     SET APR-SIGNED-ON TO TRUE.
002540     DISPLAY "ARRAPPRV - SIGNED ON: " APR-SECP-OPER-NAME.
002550     CLOSE APR-SECP-FILE.
002560     GO TO 1100-SIGN-ON-EXIT.
002570 1100-SIGN-ON-DENY.
002580     CLOSE APR-SECP-FILE.
002590     PERFORM 8900-LOG-VIOLATION
002600         THRU 8900-LOG-VIOLATION-EXIT.
002610     DISPLAY "ARRAPPRV - SIGN-ON DENIED".
002620 1100-SIGN-ON-EXIT.
002630     EXIT.
002640*
002650*===============================================================
002660* 1150-CHECK-WHSE  -  SET APR-WHSE-OK WHEN WAREHOUSE
002670*     APR-CHK-WHSE IS ON THE SUPERVISOR'S PROFILE, OR THE
002680*     PROFILE COVERS EVERY WAREHOUSE ("***").
002690*===============================================================
002700 1150-CHECK-WHSE.
002710     MOVE "N" TO APR-WHSE-OK-SW.
002720     IF APR-CHK-WHSE = SPACES
002730         GO TO 1150-CHECK-WHSE-EXIT
002740     END-IF.
002750     PERFORM 1155-MATCH-ONE-WHSE
002760         THRU 1155-MATCH-ONE-WHSE-EXIT
002770         VARYING APR-OPER-WHSE-SUB FROM 1 BY 1
002780         UNTIL APR-OPER-WHSE-SUB > 10
002790         OR APR-WHSE-OK.
002800 1150-CHECK-WHSE-EXIT.
002810     EXIT.
002820*
002830 1155-MATCH-ONE-WHSE.
002840     IF APR-OPER-WHSE (APR-OPER-WHSE-SUB) = APR-CHK-WHSE
002850         OR APR-OPER-WHSE (APR-OPER-WHSE-SUB) = "***"
002860         SET APR-WHSE-OK TO TRUE
002870     END-IF.
002880 1155-MATCH-ONE-WHSE-EXIT.
002890     EXIT.
002900*
002910*===============================================================
002920* 2000-REVIEW-ONE-REC  -  READ ONE QUEUED CORRECTION.  PENDING
002930*     ONES ARE PUT TO THE SUPERVISOR - "A" APPROVES, "R"
002940*     REJECTS, ANYTHING ELSE LEAVES IT PENDING FOR A LATER
002950*     SESSION.  EVERYTHING ELSE PASSES THROUGH UNTOUCHED.  A
002960*     RULING THE SUPERVISOR MAY NOT MAKE (2100) IS REFUSED AND
002970*     THE CORRECTION LEFT PENDING.
002980*===============================================================
002990 2000-REVIEW-ONE-REC.
003000     READ APR-CORR-FILE
003010         AT END
003020             SET APR-EOF TO TRUE
003030             GO TO 2000-REVIEW-ONE-REC-EXIT
003040     END-READ.
003050     IF NOT APR-CORR-STAT-PENDING
003060         WRITE APR-OUT-REC FROM APR-CORR-REC
003070         GO TO 2000-REVIEW-ONE-REC-EXIT
003080     END-IF.
003090     ADD 1 TO APR-PEND-COUNT.
003100     DISPLAY " ".
003110     DISPLAY "PENDING: WHSE " APR-CORR-WHSE
003120         " BIN " APR-CORR-CODE
003130         " NEW VALUE " APR-CORR-NEW-VAL
003140         " QUEUED " APR-CORR-DATE
003150         " BY " APR-CORR-ENTER-ID.
003160     DISPLAY "APPROVE, REJECT OR LEAVE PENDING (A/R/L):".
003170     ACCEPT APR-DECISION.
003180     IF APR-DECISION = "A" OR "a" OR "R" OR "r"
003190         PERFORM 2100-CHECK-RULING
003200             THRU 2100-CHECK-RULING-EXIT
003210         IF APR-REFUSED
003220             ADD 1 TO APR-LEFT-COUNT
003230             ADD 1 TO APR-REFUSED-COUNT
003240             DISPLAY "ARRAPPRV - REFUSED - LEFT PENDING"
003250             WRITE APR-OUT-REC FROM APR-CORR-REC
003260             GO TO 2000-REVIEW-ONE-REC-EXIT
003270         END-IF
003280     END-IF.
003290     IF APR-DECISION = "A" OR "a"
003300         MOVE "A" TO APR-CORR-STAT
003310         MOVE APR-SUPV-ID TO APR-CORR-APPR-ID
003320         ADD 1 TO APR-APPR-COUNT
003330         DISPLAY "ARRAPPRV - APPROVED"
003340     ELSE
003350         IF APR-DECISION = "R" OR "r"
003360             MOVE "R" TO APR-CORR-STAT
003370             MOVE APR-SUPV-ID TO APR-CORR-APPR-ID
003380             ADD 1 TO APR-REJ-COUNT
003390             DISPLAY "ARRAPPRV - REJECTED"
003400         ELSE
003410             ADD 1 TO APR-LEFT-COUNT
003420             DISPLAY "ARRAPPRV - LEFT PENDING"
003430         END-IF
003440     END-IF.
003450     WRITE APR-OUT-REC FROM APR-CORR-REC.
003460 2000-REVIEW-ONE-REC-EXIT.
003470     EXIT.
003480*
003490*===============================================================
003500* 2100-CHECK-RULING  -  SEPARATION OF DUTIES.  THE SUPERVISOR
003510*     MAY NOT RULE ON A CORRECTION THEY ENTERED THEMSELVES, NOR
003520*     ON ONE IN A WAREHOUSE NOT ON THEIR PROFILE.  EITHER SETS
003530*     APR-REFUSED AND LOGS THE ATTEMPT TO ARRSECV.
003540*===============================================================
003550 2100-CHECK-RULING.
003560     MOVE "N" TO APR-REFUSED-SW.
003570     MOVE APR-CORR-WHSE    TO APR-SECV-WHSE-WK.
003580     MOVE APR-CORR-BIN-KEY TO APR-SECV-KEY-WK.
003590     IF APR-CORR-ENTER-ID = APR-SUPV-ID
003600         SET APR-REFUSED TO TRUE
003610         MOVE "S6" TO APR-SECV-CODE-WK
003620         MOVE "SELF-APPROVAL REFUSED" TO APR-SECV-TEXT-WK
003630         DISPLAY "ARRAPPRV - YOU ENTERED THIS CORRECTION"
003640         PERFORM 8900-LOG-VIOLATION
003650             THRU 8900-LOG-VIOLATION-EXIT
003660         GO TO 2100-CHECK-RULING-EXIT
003670     END-IF.
003680     MOVE APR-CORR-WHSE TO APR-CHK-WHSE.
003690     PERFORM 1150-CHECK-WHSE
003700         THRU 1150-CHECK-WHSE-EXIT.
003710     IF NOT APR-WHSE-OK
003720         SET APR-REFUSED TO TRUE
003730         MOVE "S5" TO APR-SECV-CODE-WK
003740         MOVE "NOT AUTHORIZED FOR WAREHOUSE"
003750             TO APR-SECV-TEXT-WK
003760         DISPLAY "ARRAPPRV - NOT AUTHORIZED FOR WAREHOUSE "
003770             APR-CORR-WHSE
003780         PERFORM 8900-LOG-VIOLATION
003790             THRU 8900-LOG-VIOLATION-EXIT
003800     END-IF.
003810 2100-CHECK-RULING-EXIT.
003820     EXIT.
003830*
003840*===============================================================
003850* 8900-LOG-VIOLATION  -  APPEND ONE DENIED ATTEMPT TO THE
003860*     ARRSECV SECURITY VIOLATION LOG.  THE CODE, WAREHOUSE, KEY
003870*     AND TEXT WORK FIELDS ARE SET BY THE CALLER.
003880*===============================================================
003890 8900-LOG-VIOLATION.
003900     MOVE SPACES            TO APR-SECV-REC.
003910     ACCEPT APR-SECV-RUN-DATE FROM DATE.
003920     ACCEPT APR-SECV-RUN-TIME FROM TIME.
003930     MOVE APR-SECV-RUN-DATE TO APR-SECV-DATE.
003940     MOVE APR-SECV-RUN-TIME TO APR-SECV-TIME.
003950     MOVE "ARRAPPRV"        TO APR-SECV-TRAN.
003960     MOVE APR-SUPV-ID       TO APR-SECV-OPER-ID.
003970     MOVE APR-SECV-CODE-WK  TO APR-SECV-CODE.
003980     MOVE APR-SECV-WHSE-WK  TO APR-SECV-WHSE.
003990     MOVE APR-SECV-KEY-WK   TO APR-SECV-KEY.
004000     MOVE APR-SECV-TEXT-WK  TO APR-SECV-TEXT.
004010     WRITE APR-SECV-REC.
004020 8900-LOG-VIOLATION-EXIT.
004030     EXIT.
004040*
004050*===============================================================
004060* 9000-TERMINATE  -  SUMMARIZE THE SESSION AND CLOSE FILES.
004070*===============================================================
004080 9000-TERMINATE.
004090     IF APR-QUEUE-OPEN
004100         CLOSE APR-CORR-FILE
004110         CLOSE APR-OUT-FILE
004120     END-IF.
004130     CLOSE APR-SECV-FILE.
004140     DISPLAY "ARRAPPRV - PENDING REVIEWED " APR-PEND-COUNT
004150         " APPROVED " APR-APPR-COUNT
004160         " REJECTED " APR-REJ-COUNT
004170         " LEFT " APR-LEFT-COUNT
004180         " REFUSED " APR-REFUSED-COUNT.
004190 9000-TERMINATE-EXIT.
004200     EXIT.

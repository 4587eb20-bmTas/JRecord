000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR162.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR162 - PERMANENT MARKDOWN REGISTER INTAKE, STOCK           *
001000*            REVALUATION AND MARKDOWN JOURNAL                    *
001100*                                                                *
001200*   KEYS THE BUYERS' PERMANENT PRICE REDUCTIONS (KEYCODE, STORE  *
001300*   SCOPE, NEW RETAIL, EFFECTIVE DATE) ONTO THE DLMKDREG         *
001400*   REGISTER, THEN TAKES EVERY PENDING MARKDOWN WHOSE EFFECTIVE  *
001500*   DATE HAS ARRIVED. TAKING A MARKDOWN VALUES THE DLINVPOS      *
001600*   ON-HAND IN SCOPE - EVERY DLSTORMF STORE FOR A CHAIN-WIDE     *
001700*   MARKDOWN (STORE ZERO), ONE STORE OTHERWISE - AT OLD RETAIL   *
001800*   LESS NEW RETAIL, MOVES A CHAIN-WIDE NEW RETAIL ONTO THE      *
001900*   DLRETPRM EXPECTED RETAIL SO DLR050 STOPS FLAGGING IT, AND    *
001962*   POSTS THE MARKDOWN DOLLARS AS A DLGLJRNL MARKDOWN-EXPENSE    *
002024*   JOURNAL PER DEPARTMENT COST CENTRE (DEBIT MARKDOWN EXPENSE,  *
002086*   CREDIT STOCK). OLD RETAIL IS THE DLRETPRM PRICE AT THE TIME  *
002148*   THE MARKDOWN IS TAKEN. A KEYCODE ON A DLCONSAG CONSIGNMENT   *
002210*   AGREEMENT AT THE EFFECTIVE DATE IS THE VENDOR'S STOCK, NOT   *
002272*   OURS, SO ITS NEW RETAIL IS TAKEN BUT NO UNITS ARE MARKED     *
002334*   DOWN AND NOTHING IS JOURNALLED FOR IT.                       *
002400*                                                                *
002500*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002600*  ---|----------|------------------------------|------------    *
002700*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002730*  02 | 15/10/26 | BLANK THE NEW ORIGINAL-      | R. GEALL       *
002760*     |          | CURRENCY FIELDS ON DLGLJRNL  |                *
002770*  03 | 15/10/26 | NO MARKDOWN ON CONSIGNMENT   | R. GEALL       *
002785*     |          | STOCK (DLCONSAG)             |                *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.   IBM-370.
003300 OBJECT-COMPUTER.   IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT MARKDOWN-CARDS    ASSIGN TO MKDCARDS
003700                              ORGANIZATION IS SEQUENTIAL.
003800     SELECT REGISTER-FILE     ASSIGN TO DLMKDREG
003900                              ORGANIZATION IS INDEXED
004000                              ACCESS MODE IS DYNAMIC
004100                              RECORD KEY IS DLMKDREG-KEY.
004200     SELECT RETAIL-MASTER     ASSIGN TO DLRETPM
004300                              ORGANIZATION IS INDEXED
004400                              ACCESS MODE IS RANDOM
004500                              RECORD KEY IS DLRETPRM-KEYCODE-NO.
004600     SELECT POSITION-MASTER   ASSIGN TO DLINVPOS
004650                              ORGANIZATION IS INDEXED
004700                              ACCESS MODE IS RANDOM
004750                              RECORD KEY IS DLINVPOS-KEY.
004800     SELECT CONSIGN-MASTER    ASSIGN TO DLCONSAG
004850                              ORGANIZATION IS INDEXED
004900                              ACCESS MODE IS RANDOM
004950                              RECORD KEY IS DLCONSAG-KEYCODE-NO.
005000     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
005100                              ORGANIZATION IS SEQUENTIAL.
005200     SELECT DEPT-MASTER-FILE  ASSIGN TO DLDEPTMF
005300                              ORGANIZATION IS SEQUENTIAL.
005400     SELECT MARKDOWN-REPORT   ASSIGN TO MKDRPT
005500                              ORGANIZATION IS SEQUENTIAL.
005600     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNLMD
005700                              ORGANIZATION IS SEQUENTIAL.
005800     SELECT REJECT-FILE       ASSIGN TO MKDREJ
005900                              ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  MARKDOWN-CARDS
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD.
006500 01  MARKDOWN-CARD.
006600     05  MKC-KEYCODE-NO          PIC X(08).
006700     05  MKC-STORE-NO            PIC 9(04).
006800     05  MKC-DEPT-NO             PIC 9(03).
006900     05  MKC-NEW-RETAIL          PIC 9(07)V99.
007000     05  MKC-EFF-DATE            PIC 9(08).
007100     05  MKC-BUYER-ID            PIC X(06).
007200     05  MKC-REASON-CODE         PIC X(02).
007300     05  FILLER                  PIC X(40).
007400 FD  REGISTER-FILE
007500     LABEL RECORDS ARE STANDARD.
007600 01  DLMKDREG-RECORD.
007700     COPY DLMKDREG.
007800 FD  RETAIL-MASTER
007900     LABEL RECORDS ARE STANDARD.
008000 01  DLRETPRM-RECORD.
008100     COPY DLRETPRM.
008200 FD  POSITION-MASTER
008250     LABEL RECORDS ARE STANDARD.
008300 01  DLINVPOS-RECORD.
008350     COPY DLINVPOS.
008400 FD  CONSIGN-MASTER
008450     LABEL RECORDS ARE STANDARD.
008500 01  DLCONSAG-RECORD.
008550     COPY DLCONSAG.
008600 FD  STORE-MASTER-FILE
008700     RECORDING MODE IS F
008800     LABEL RECORDS ARE STANDARD.
008900 01  DLSTORMF-RECORD.
009000     COPY DLSTORMF.
009100 FD  DEPT-MASTER-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD.
009400 01  DLDEPTMF-RECORD.
009500     COPY DLDEPTMF.
009600 FD  MARKDOWN-REPORT
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD.
009900 01  MARKDOWN-LINE               PIC X(100).
010000 FD  GL-JOURNAL-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  DLGLJRNL-RECORD.
010300     COPY DLGLJRNL.
010400 FD  REJECT-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD.
010700 01  REJECT-REC.
010800     05  REJ-REASON-CODE         PIC X(04).
010900     05  REJ-CARD-IMAGE          PIC X(80).
011000 WORKING-STORAGE SECTION.
011100 01  DLR162-SWITCHES.
011200     05  DLR162-CARD-EOF-SW       PIC X(01)  VALUE 'N'.
011300         88  DLR162-CARD-EOF                 VALUE 'Y'.
011400     05  DLR162-REG-EOF-SW        PIC X(01)  VALUE 'N'.
011500         88  DLR162-REG-EOF                  VALUE 'Y'.
011600     05  DLR162-STOR-EOF-SW       PIC X(01)  VALUE 'N'.
011700         88  DLR162-STOR-EOF                 VALUE 'Y'.
011800     05  DLR162-DEPT-EOF-SW       PIC X(01)  VALUE 'N'.
011900         88  DLR162-DEPT-EOF                 VALUE 'Y'.
012000     05  DLR162-FOUND-SW          PIC X(01)  VALUE 'N'.
012100         88  DLR162-FOUND                    VALUE 'Y'.
012200     05  DLR162-PRICE-FOUND-SW    PIC X(01)  VALUE 'N'.
012300         88  DLR162-PRICE-FOUND              VALUE 'Y'.
012400     05  DLR162-STORE-FOUND-SW    PIC X(01)  VALUE 'N'.
012500         88  DLR162-STORE-FOUND              VALUE 'Y'.
012600     05  DLR162-DEPT-FOUND-SW     PIC X(01)  VALUE 'N'.
012650         88  DLR162-DEPT-FOUND               VALUE 'Y'.
012700     05  DLR162-CONSIGN-SW        PIC X(01)  VALUE 'N'.
012750         88  DLR162-CONSIGNED                VALUE 'Y'.
012800 01  DLR162-CONSTANTS.
012900     05  DLR162-MARKDOWN-ACCT     PIC X(08)  VALUE 'MKDEXP01'.
013000     05  DLR162-STOCK-ACCT        PIC X(08)  VALUE 'STKINV01'.
013100 01  DLR162-RUN-DATE-FIELDS.
013200     05  DLR162-RUN-CCYYMMDD      PIC 9(08).
013300     05  DLR162-RUN-PARTS REDEFINES DLR162-RUN-CCYYMMDD.
013400         10  DLR162-RUN-CC        PIC 9(02).
013500         10  DLR162-RUN-YY        PIC 9(02).
013600         10  DLR162-RUN-MM        PIC 9(02).
013700         10  DLR162-RUN-DD        PIC 9(02).
013800 01  DLR162-RUN-CYYMMDD           PIC S9(07)   COMP-3.
013900 01  DLR162-STORE-CONTROL.
014000     05  DLR162-STORE-COUNT       PIC S9(04)  COMP  VALUE ZERO.
014100 01  DLR162-STORE-TABLE.
014200     05  DLR162-STORE-ENTRY OCCURS 500 TIMES
014300                            INDEXED BY DLR162-STORE-IX.
014400         10  DLR162-S-STORE-NO    PIC 9(04).
014500 01  DLR162-DEPT-CONTROL.
014600     05  DLR162-DEPT-COUNT        PIC S9(04)  COMP  VALUE ZERO.
014700 01  DLR162-DEPT-TABLE.
014800     05  DLR162-DEPT-ENTRY OCCURS 200 TIMES
014900                           INDEXED BY DLR162-DEPT-IX.
015000         10  DLR162-D-DEPT-NO     PIC S9(03)   COMP-3.
015100         10  DLR162-D-COST-CENTRE PIC X(06).
015200         10  DLR162-D-UNITS       PIC S9(09)   COMP-3.
015300         10  DLR162-D-VALUE       PIC S9(11)V99 COMP-3.
015400 01  DLR162-WORK-FIELDS.
015500     05  DLR162-W-DEPT-NO         PIC S9(03)   COMP-3.
015600     05  DLR162-W-STORE-NO        PIC 9(04).
015700     05  DLR162-UNIT-DROP         PIC S9(7)V99 COMP-3.
015800     05  DLR162-UNITS             PIC S9(09)   COMP-3.
015900 01  DLR162-COUNTERS.
016000     05  DLR162-CARDS-READ        PIC 9(07)  VALUE ZERO.
016100     05  DLR162-CARDS-KEYED       PIC 9(07)  VALUE ZERO.
016200     05  DLR162-CARDS-REJECTED    PIC 9(07)  VALUE ZERO.
016300     05  DLR162-MARKDOWNS-TAKEN   PIC 9(07)  VALUE ZERO.
016400     05  DLR162-PRICES-UPDATED    PIC 9(07)  VALUE ZERO.
016450     05  DLR162-CONSIGN-TAKEN     PIC 9(07)  VALUE ZERO.
016500     05  DLR162-UNCODED-DEPTS     PIC 9(05)  VALUE ZERO.
016600     05  DLR162-TOT-UNITS         PIC S9(11)   COMP-3 VALUE ZERO.
016700     05  DLR162-TOT-VALUE         PIC S9(11)V99 COMP-3
016800                                             VALUE ZERO.
016900 01  DLR162-HEADING-1.
017000     05  FILLER                   PIC X(50)  VALUE
017100         'DLR162 - PERMANENT MARKDOWNS TAKEN'.
017200 01  DLR162-HEADING-2.
017300     05  FILLER                   PIC X(10)  VALUE 'KEYCODE   '.
017400     05  FILLER                   PIC X(06)  VALUE 'STORE '.
017500     05  FILLER                   PIC X(05)  VALUE 'DEPT '.
017600     05  FILLER                   PIC X(10)  VALUE 'EFFECTIVE '.
017700     05  FILLER                   PIC X(08)  VALUE 'BUYER   '.
017800     05  FILLER                   PIC X(12)  VALUE 'OLD RETAIL  '.
017900     05  FILLER                   PIC X(12)  VALUE 'NEW RETAIL  '.
018000     05  FILLER                   PIC X(11)  VALUE 'UNITS      '.
018100     05  FILLER                   PIC X(15)  VALUE
018200         'MARKDOWN $     '.
018300 01  DLR162-DETAIL-LINE.
018400     05  DLR162-L-KEYCODE         PIC X(08).
018500     05  FILLER                   PIC X(02)  VALUE SPACES.
018600     05  DLR162-L-STORE           PIC X(04).
018700     05  FILLER                   PIC X(02)  VALUE SPACES.
018800     05  DLR162-L-DEPT            PIC ZZ9.
018900     05  FILLER                   PIC X(02)  VALUE SPACES.
019000     05  DLR162-L-EFF-DATE        PIC 9(08).
019100     05  FILLER                   PIC X(02)  VALUE SPACES.
019200     05  DLR162-L-BUYER           PIC X(06).
019300     05  FILLER                   PIC X(02)  VALUE SPACES.
019400     05  DLR162-L-OLD-RETAIL      PIC ZZZZZZ9.99.
019500     05  FILLER                   PIC X(02)  VALUE SPACES.
019600     05  DLR162-L-NEW-RETAIL      PIC ZZZZZZ9.99.
019700     05  FILLER                   PIC X(02)  VALUE SPACES.
019800     05  DLR162-L-UNITS           PIC -ZZZZZZZZ9.
019900     05  FILLER                   PIC X(01)  VALUE SPACES.
020000     05  DLR162-L-VALUE           PIC -ZZZZZZZZZ9.99.
020100 01  DLR162-DEPT-HEAD.
020200     05  FILLER                   PIC X(50)  VALUE
020300         'MARKDOWN DOLLARS TAKEN BY DEPARTMENT'.
020400 01  DLR162-DEPT-LINE.
020500     05  FILLER                   PIC X(05)  VALUE 'DEPT '.
020600     05  DLR162-G-DEPT            PIC ZZ9.
020700     05  FILLER                   PIC X(03)  VALUE SPACES.
020800     05  DLR162-G-COST-CENTRE     PIC X(06).
020900     05  FILLER                   PIC X(03)  VALUE SPACES.
021000     05  DLR162-G-UNITS           PIC -ZZZZZZZZ9.
021100     05  FILLER                   PIC X(02)  VALUE SPACES.
021200     05  DLR162-G-VALUE           PIC -ZZZZZZZZZ9.99.
021300 01  DLR162-TOTAL-LINE.
021400     05  FILLER                   PIC X(20)  VALUE
021500         'TOTAL MARKDOWN     -'.
021600     05  DLR162-T-UNITS           PIC -ZZZZZZZZZZ9.
021700     05  FILLER                   PIC X(02)  VALUE SPACES.
021800     05  DLR162-T-VALUE           PIC -ZZZZZZZZZ9.99.
021900 01  DLR162-CONTROL-LINE.
022000     05  DLR162-K-LABEL           PIC X(30).
022100     05  DLR162-K-COUNT           PIC ZZZZZZ9.
022200 PROCEDURE DIVISION.
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE.
022500     PERFORM 2000-KEY-ONE-MARKDOWN
022600         UNTIL DLR162-CARD-EOF.
022700     PERFORM 3000-TAKE-MARKDOWNS.
022800     PERFORM 4000-PRINT-DEPT-SUMMARY.
022900     PERFORM 6000-WRITE-JOURNAL
023000         VARYING DLR162-DEPT-IX FROM 1 BY 1
023100         UNTIL DLR162-DEPT-IX > DLR162-DEPT-COUNT.
023200     PERFORM 9000-TERMINATE.
023300     STOP RUN.
023400
023500 1000-INITIALIZE.
023600     OPEN INPUT  MARKDOWN-CARDS.
023700     OPEN I-O    REGISTER-FILE.
023800     OPEN I-O    RETAIL-MASTER.
023900     OPEN INPUT  POSITION-MASTER.
023950     OPEN INPUT  CONSIGN-MASTER.
024000     OPEN OUTPUT MARKDOWN-REPORT.
024100     OPEN OUTPUT GL-JOURNAL-FILE.
024200     OPEN OUTPUT REJECT-FILE.
024300     ACCEPT DLR162-RUN-CCYYMMDD FROM DATE YYYYMMDD.
024400     COMPUTE DLR162-RUN-CYYMMDD =
024500         (DLR162-RUN-CC - 19) * 1000000
024600             + DLR162-RUN-YY * 10000
024700             + DLR162-RUN-MM * 100 + DLR162-RUN-DD.
024800     PERFORM 1100-LOAD-STORES.
024900     PERFORM 1200-LOAD-DEPTS.
025000     WRITE MARKDOWN-LINE FROM DLR162-HEADING-1.
025100     WRITE MARKDOWN-LINE FROM DLR162-HEADING-2.
025200     PERFORM 2100-READ-CARD.
025300 1000-EXIT.
025400     EXIT.
025500
025600 1100-LOAD-STORES.
025700     OPEN INPUT STORE-MASTER-FILE.
025800     PERFORM 1110-READ-STORE.
025900     PERFORM 1120-STORE-ONE-STORE
026000         UNTIL DLR162-STOR-EOF.
026100     CLOSE STORE-MASTER-FILE.
026200 1100-EXIT.
026300     EXIT.
026400
026500 1110-READ-STORE.
026600     READ STORE-MASTER-FILE
026700         AT END
026800             MOVE 'Y' TO DLR162-STOR-EOF-SW
026900     END-READ.
027000 1110-EXIT.
027100     EXIT.
027200
027300 1120-STORE-ONE-STORE.
027400     IF  DLR162-STORE-COUNT < 500
027500         ADD 1 TO DLR162-STORE-COUNT
027600         SET DLR162-STORE-IX TO DLR162-STORE-COUNT
027700         MOVE DLSTORMF-STORE-NO
027800             TO DLR162-S-STORE-NO (DLR162-STORE-IX)
027900     END-IF.
028000     PERFORM 1110-READ-STORE.
028100 1120-EXIT.
028200     EXIT.
028300
028400 1200-LOAD-DEPTS.
028500     OPEN INPUT DEPT-MASTER-FILE.
028600     PERFORM 1210-READ-DEPT.
028700     PERFORM 1220-STORE-ONE-DEPT
028800         UNTIL DLR162-DEPT-EOF.
028900     CLOSE DEPT-MASTER-FILE.
029000 1200-EXIT.
029100     EXIT.
029200
029300 1210-READ-DEPT.
029400     READ DEPT-MASTER-FILE
029500         AT END
029600             MOVE 'Y' TO DLR162-DEPT-EOF-SW
029700     END-READ.
029800 1210-EXIT.
029900     EXIT.
030000
030100 1220-STORE-ONE-DEPT.
030200     IF  DLR162-DEPT-COUNT < 200
030300         ADD 1 TO DLR162-DEPT-COUNT
030400         SET DLR162-DEPT-IX TO DLR162-DEPT-COUNT
030500         MOVE DLDEPTMF-DEPT-NO
030600             TO DLR162-D-DEPT-NO (DLR162-DEPT-IX)
030700         MOVE DLDEPTMF-COST-CENTRE
030800             TO DLR162-D-COST-CENTRE (DLR162-DEPT-IX)
030900         MOVE ZERO TO DLR162-D-UNITS (DLR162-DEPT-IX)
031000         MOVE ZERO TO DLR162-D-VALUE (DLR162-DEPT-IX)
031100     END-IF.
031200     PERFORM 1210-READ-DEPT.
031300 1220-EXIT.
031400     EXIT.
031500
031600*    A MARKDOWN CARD MUST NAME A PRICED KEYCODE, A KNOWN
031700*    DEPARTMENT AND (UNLESS CHAIN-WIDE) A KNOWN STORE, AND MUST
031800*    ACTUALLY REDUCE THE CURRENT EXPECTED RETAIL.
031900 2000-KEY-ONE-MARKDOWN.
032000     ADD 1 TO DLR162-CARDS-READ.
032100     IF  MKC-STORE-NO NOT NUMERIC
032200     OR  MKC-DEPT-NO NOT NUMERIC
032300     OR  MKC-NEW-RETAIL NOT NUMERIC
032400     OR  MKC-EFF-DATE NOT NUMERIC
032500     OR  MKC-KEYCODE-NO = SPACES
032600         MOVE 'NUMR' TO REJ-REASON-CODE
032700         PERFORM 2900-REJECT-CARD
032800     ELSE
032900         PERFORM 2200-VALIDATE-CARD
033000     END-IF.
033100     PERFORM 2100-READ-CARD.
033200 2000-EXIT.
033300     EXIT.
033400
033500 2100-READ-CARD.
033600     READ MARKDOWN-CARDS
033700         AT END
033800             MOVE 'Y' TO DLR162-CARD-EOF-SW
033900     END-READ.
034000 2100-EXIT.
034100     EXIT.
034200
034300 2200-VALIDATE-CARD.
034400     MOVE MKC-KEYCODE-NO TO DLRETPRM-KEYCODE-NO.
034500     PERFORM 5000-READ-PRICE.
034600     MOVE MKC-DEPT-NO TO DLR162-W-DEPT-NO.
034700     PERFORM 5200-FIND-DEPT.
034800     MOVE MKC-STORE-NO TO DLR162-W-STORE-NO.
034900     PERFORM 5100-FIND-STORE.
035000     MOVE MKC-KEYCODE-NO TO DLMKDREG-KEYCODE-NO.
035100     MOVE MKC-STORE-NO   TO DLMKDREG-STORE-NO.
035200     MOVE MKC-EFF-DATE   TO DLMKDREG-EFF-DATE.
035300     MOVE 'N' TO DLR162-FOUND-SW.
035400     READ REGISTER-FILE
035500         INVALID KEY
035600             CONTINUE
035700         NOT INVALID KEY
035800             MOVE 'Y' TO DLR162-FOUND-SW
035900     END-READ.
036000     EVALUATE TRUE
036100         WHEN NOT DLR162-PRICE-FOUND
036200             MOVE 'KEYC' TO REJ-REASON-CODE
036300             PERFORM 2900-REJECT-CARD
036400         WHEN NOT DLR162-DEPT-FOUND
036500             MOVE 'DEPT' TO REJ-REASON-CODE
036600             PERFORM 2900-REJECT-CARD
036700         WHEN MKC-STORE-NO NOT = ZERO
036800         AND  NOT DLR162-STORE-FOUND
036900             MOVE 'STOR' TO REJ-REASON-CODE
037000             PERFORM 2900-REJECT-CARD
037100         WHEN MKC-NEW-RETAIL NOT < DLRETPRM-EXPECTED-RETAIL
037200             MOVE 'NORD' TO REJ-REASON-CODE
037300             PERFORM 2900-REJECT-CARD
037400         WHEN DLR162-FOUND
037500             MOVE 'DUPL' TO REJ-REASON-CODE
037600             PERFORM 2900-REJECT-CARD
037700         WHEN OTHER
037800             MOVE MKC-KEYCODE-NO   TO DLMKDREG-KEYCODE-NO
037900             MOVE MKC-STORE-NO     TO DLMKDREG-STORE-NO
038000             MOVE MKC-EFF-DATE     TO DLMKDREG-EFF-DATE
038100             MOVE MKC-DEPT-NO      TO DLMKDREG-DEPT-NO
038200             MOVE MKC-BUYER-ID     TO DLMKDREG-BUYER-ID
038300             MOVE MKC-REASON-CODE  TO DLMKDREG-REASON-CODE
038400             MOVE DLRETPRM-EXPECTED-RETAIL
038500                 TO DLMKDREG-OLD-RETAIL
038600             MOVE MKC-NEW-RETAIL   TO DLMKDREG-NEW-RETAIL
038700             MOVE DLR162-RUN-CCYYMMDD TO DLMKDREG-KEYED-DATE
038800             SET DLMKDREG-PENDING  TO TRUE
038900             MOVE ZERO TO DLMKDREG-TAKEN-DATE
039000             MOVE ZERO TO DLMKDREG-UNITS-MARKED
039100             MOVE ZERO TO DLMKDREG-MARKDOWN-VALUE
039200             WRITE DLMKDREG-RECORD
039300             ADD 1 TO DLR162-CARDS-KEYED
039400     END-EVALUATE.
039500 2200-EXIT.
039600     EXIT.
039700
039800 2900-REJECT-CARD.
039900     ADD 1 TO DLR162-CARDS-REJECTED.
040000     MOVE MARKDOWN-CARD TO REJ-CARD-IMAGE.
040100     WRITE REJECT-REC.
040200 2900-EXIT.
040300     EXIT.
040400
040500*    EVERY PENDING ROW WHOSE EFFECTIVE DATE HAS ARRIVED IS
040600*    TAKEN, INCLUDING ANY KEYED EARLIER IN THIS RUN.
040700 3000-TAKE-MARKDOWNS.
040800     MOVE LOW-VALUES TO DLMKDREG-KEY.
040900     START REGISTER-FILE KEY NOT < DLMKDREG-KEY
041000         INVALID KEY
041100             MOVE 'Y' TO DLR162-REG-EOF-SW
041200     END-START.
041300     PERFORM 3100-READ-REGISTER-NEXT.
041400     PERFORM 3200-TAKE-ONE-MARKDOWN
041500         UNTIL DLR162-REG-EOF.
041600 3000-EXIT.
041700     EXIT.
041800
041900 3100-READ-REGISTER-NEXT.
042000     IF  NOT DLR162-REG-EOF
042100         READ REGISTER-FILE NEXT RECORD
042200             AT END
042300                 MOVE 'Y' TO DLR162-REG-EOF-SW
042400         END-READ
042500     END-IF.
042600 3100-EXIT.
042700     EXIT.
042800
042900 3200-TAKE-ONE-MARKDOWN.
043000     IF  DLMKDREG-PENDING
043100     AND DLMKDREG-EFF-DATE <= DLR162-RUN-CCYYMMDD
043200         MOVE DLMKDREG-KEYCODE-NO TO DLRETPRM-KEYCODE-NO
043300         PERFORM 5000-READ-PRICE
043400         IF  DLR162-PRICE-FOUND
043500             MOVE DLRETPRM-EXPECTED-RETAIL
043600                 TO DLMKDREG-OLD-RETAIL
043700         END-IF
043800         COMPUTE DLR162-UNIT-DROP =
043900             DLMKDREG-OLD-RETAIL - DLMKDREG-NEW-RETAIL
044000         IF  DLR162-UNIT-DROP < ZERO
044100             MOVE ZERO TO DLR162-UNIT-DROP
044200         END-IF
044300         MOVE ZERO TO DLR162-UNITS
044350         PERFORM 3250-TEST-CONSIGNMENT
044400         IF  DLMKDREG-STORE-NO = ZERO
044500             PERFORM 3300-ADD-STORE-ON-HAND
044600                 VARYING DLR162-STORE-IX FROM 1 BY 1
044700                 UNTIL DLR162-STORE-IX > DLR162-STORE-COUNT
044800             IF  DLR162-PRICE-FOUND
044900                 MOVE DLMKDREG-NEW-RETAIL
045000                     TO DLRETPRM-EXPECTED-RETAIL
045100                 MOVE DLR162-RUN-CYYMMDD
045200                     TO DLRETPRM-LAST-CHANGE-DATE
045300                 REWRITE DLRETPRM-RECORD
045400                 ADD 1 TO DLR162-PRICES-UPDATED
045500             END-IF
045550         ELSE
045600             MOVE DLMKDREG-STORE-NO TO DLR162-W-STORE-NO
045650             PERFORM 3400-READ-ON-HAND
045700         END-IF
045750         MOVE DLR162-UNITS TO DLMKDREG-UNITS-MARKED
045800         COMPUTE DLMKDREG-MARKDOWN-VALUE =
045850             DLR162-UNITS * DLR162-UNIT-DROP
045900         SET DLMKDREG-TAKEN TO TRUE
045950         MOVE DLR162-RUN-CYYMMDD TO DLMKDREG-TAKEN-DATE
046000         REWRITE DLMKDREG-RECORD
046050         ADD 1 TO DLR162-MARKDOWNS-TAKEN
046100         PERFORM 3500-ACCUMULATE-TAKEN
046150     END-IF.
046200     PERFORM 3100-READ-REGISTER-NEXT.
046250 3200-EXIT.
046300     EXIT.
046350
046400 3250-TEST-CONSIGNMENT.
046450     MOVE 'N' TO DLR162-CONSIGN-SW.
046500     MOVE DLMKDREG-KEYCODE-NO TO DLCONSAG-KEYCODE-NO.
046550     READ CONSIGN-MASTER
046600         INVALID KEY
046650             CONTINUE
046700         NOT INVALID KEY
046750             IF  DLCONSAG-START-DATE NOT > DLMKDREG-EFF-DATE
046800             AND (DLCONSAG-END-DATE = ZERO
046850               OR DLCONSAG-END-DATE NOT < DLMKDREG-EFF-DATE)
046900                 MOVE 'Y' TO DLR162-CONSIGN-SW
046950                 ADD 1 TO DLR162-CONSIGN-TAKEN
047000             END-IF
047050     END-READ.
047100 3250-EXIT.
047150     EXIT.
047200
047300 3300-ADD-STORE-ON-HAND.
047400     MOVE DLR162-S-STORE-NO (DLR162-STORE-IX)
047500         TO DLR162-W-STORE-NO.
047600     PERFORM 3400-READ-ON-HAND.
047700 3300-EXIT.
047800     EXIT.
047900
047975*    ONLY STOCK ACTUALLY ON HAND IS MARKED DOWN; A NEGATIVE
048050*    POSITION CARRIES NO MARKDOWN VALUE, NOR DOES CONSIGNMENT
048125*    STOCK.
048200 3400-READ-ON-HAND.
048300     MOVE DLR162-W-STORE-NO   TO DLINVPOS-STR-NO.
048400     MOVE DLMKDREG-KEYCODE-NO TO DLINVPOS-KEYCODE-NO.
048500     READ POSITION-MASTER
048600         INVALID KEY
048700             CONTINUE
048800         NOT INVALID KEY
048900             IF  DLINVPOS-ON-HAND-QTY > ZERO
048950             AND NOT DLR162-CONSIGNED
049000                 ADD DLINVPOS-ON-HAND-QTY TO DLR162-UNITS
049100             END-IF
049200     END-READ.
049300 3400-EXIT.
049400     EXIT.
049500
049600 3500-ACCUMULATE-TAKEN.
049700     MOVE DLMKDREG-KEYCODE-NO    TO DLR162-L-KEYCODE.
049800     IF  DLMKDREG-STORE-NO = ZERO
049900         MOVE 'ALL '             TO DLR162-L-STORE
050000     ELSE
050100         MOVE DLMKDREG-STORE-NO  TO DLR162-L-STORE
050200     END-IF.
050300     MOVE DLMKDREG-DEPT-NO       TO DLR162-L-DEPT.
050400     MOVE DLMKDREG-EFF-DATE      TO DLR162-L-EFF-DATE.
050500     MOVE DLMKDREG-BUYER-ID      TO DLR162-L-BUYER.
050600     MOVE DLMKDREG-OLD-RETAIL    TO DLR162-L-OLD-RETAIL.
050700     MOVE DLMKDREG-NEW-RETAIL    TO DLR162-L-NEW-RETAIL.
050800     MOVE DLMKDREG-UNITS-MARKED  TO DLR162-L-UNITS.
050900     MOVE DLMKDREG-MARKDOWN-VALUE TO DLR162-L-VALUE.
051000     WRITE MARKDOWN-LINE FROM DLR162-DETAIL-LINE.
051100     ADD DLMKDREG-UNITS-MARKED   TO DLR162-TOT-UNITS.
051200     ADD DLMKDREG-MARKDOWN-VALUE TO DLR162-TOT-VALUE.
051300     MOVE DLMKDREG-DEPT-NO TO DLR162-W-DEPT-NO.
051400     PERFORM 5200-FIND-DEPT.
051500     IF  DLR162-DEPT-FOUND
051600         ADD DLMKDREG-UNITS-MARKED
051700             TO DLR162-D-UNITS (DLR162-DEPT-IX)
051800         ADD DLMKDREG-MARKDOWN-VALUE
051900             TO DLR162-D-VALUE (DLR162-DEPT-IX)
052000     ELSE
052100         ADD 1 TO DLR162-UNCODED-DEPTS
052200     END-IF.
052300 3500-EXIT.
052400     EXIT.
052500
052600 4000-PRINT-DEPT-SUMMARY.
052700     MOVE DLR162-TOT-UNITS TO DLR162-T-UNITS.
052800     MOVE DLR162-TOT-VALUE TO DLR162-T-VALUE.
052900     WRITE MARKDOWN-LINE FROM DLR162-TOTAL-LINE.
053000     WRITE MARKDOWN-LINE FROM DLR162-DEPT-HEAD.
053100     PERFORM 4100-PRINT-ONE-DEPT
053200         VARYING DLR162-DEPT-IX FROM 1 BY 1
053300         UNTIL DLR162-DEPT-IX > DLR162-DEPT-COUNT.
053400     MOVE 'MARKDOWN CARDS READ         -' TO DLR162-K-LABEL.
053500     MOVE DLR162-CARDS-READ TO DLR162-K-COUNT.
053600     WRITE MARKDOWN-LINE FROM DLR162-CONTROL-LINE.
053700     MOVE 'MARKDOWN CARDS REJECTED     -' TO DLR162-K-LABEL.
053800     MOVE DLR162-CARDS-REJECTED TO DLR162-K-COUNT.
053900     WRITE MARKDOWN-LINE FROM DLR162-CONTROL-LINE.
054000     MOVE 'MARKDOWNS TAKEN             -' TO DLR162-K-LABEL.
054100     MOVE DLR162-MARKDOWNS-TAKEN TO DLR162-K-COUNT.
054200     WRITE MARKDOWN-LINE FROM DLR162-CONTROL-LINE.
054300     MOVE 'DLRETPRM PRICES UPDATED     -' TO DLR162-K-LABEL.
054400     MOVE DLR162-PRICES-UPDATED TO DLR162-K-COUNT.
054500     WRITE MARKDOWN-LINE FROM DLR162-CONTROL-LINE.
054600 4000-EXIT.
054700     EXIT.
054800
054900 4100-PRINT-ONE-DEPT.
055000     IF  DLR162-D-VALUE (DLR162-DEPT-IX) NOT = ZERO
055100     OR  DLR162-D-UNITS (DLR162-DEPT-IX) NOT = ZERO
055200         MOVE DLR162-D-DEPT-NO (DLR162-DEPT-IX)
055300             TO DLR162-G-DEPT
055400         MOVE DLR162-D-COST-CENTRE (DLR162-DEPT-IX)
055500             TO DLR162-G-COST-CENTRE
055600         MOVE DLR162-D-UNITS (DLR162-DEPT-IX)
055700             TO DLR162-G-UNITS
055800         MOVE DLR162-D-VALUE (DLR162-DEPT-IX)
055900             TO DLR162-G-VALUE
056000         WRITE MARKDOWN-LINE FROM DLR162-DEPT-LINE
056100     END-IF.
056200 4100-EXIT.
056300     EXIT.
056400
056500 5000-READ-PRICE.
056600     MOVE 'N' TO DLR162-PRICE-FOUND-SW.
056700     READ RETAIL-MASTER
056800         INVALID KEY
056900             CONTINUE
057000         NOT INVALID KEY
057100             MOVE 'Y' TO DLR162-PRICE-FOUND-SW
057200     END-READ.
057300 5000-EXIT.
057400     EXIT.
057500
057600 5100-FIND-STORE.
057700     MOVE 'N' TO DLR162-STORE-FOUND-SW.
057800     SET DLR162-STORE-IX TO 1.
057900     SEARCH DLR162-STORE-ENTRY
058000         AT END
058100             CONTINUE
058200         WHEN DLR162-STORE-IX > DLR162-STORE-COUNT
058300             CONTINUE
058400         WHEN DLR162-S-STORE-NO (DLR162-STORE-IX)
058500                 = DLR162-W-STORE-NO
058600             MOVE 'Y' TO DLR162-STORE-FOUND-SW
058700     END-SEARCH.
058800 5100-EXIT.
058900     EXIT.
059000
059100 5200-FIND-DEPT.
059200     MOVE 'N' TO DLR162-DEPT-FOUND-SW.
059300     SET DLR162-DEPT-IX TO 1.
059400     SEARCH DLR162-DEPT-ENTRY
059500         AT END
059600             CONTINUE
059700         WHEN DLR162-DEPT-IX > DLR162-DEPT-COUNT
059800             CONTINUE
059900         WHEN DLR162-D-DEPT-NO (DLR162-DEPT-IX)
060000                 = DLR162-W-DEPT-NO
060100             MOVE 'Y' TO DLR162-DEPT-FOUND-SW
060200     END-SEARCH.
060300 5200-EXIT.
060400     EXIT.
060500
060600*    ONE PAIR OF JOURNAL LINES PER DEPARTMENT THAT TOOK
060700*    MARKDOWN DOLLARS TONIGHT - DEBIT MARKDOWN EXPENSE, CREDIT
060800*    STOCK - AGAINST THE DEPARTMENT'S DLDEPTMF COST CENTRE.
060900 6000-WRITE-JOURNAL.
061000     IF  DLR162-D-VALUE (DLR162-DEPT-IX) NOT = ZERO
061100         MOVE DLR162-RUN-CYYMMDD TO DLGLJRNL-BATCH-DATE
061200         MOVE DLR162-D-COST-CENTRE (DLR162-DEPT-IX)
061300             TO DLGLJRNL-COST-CENTRE
061400         MOVE DLR162-D-DEPT-NO (DLR162-DEPT-IX)
061500             TO DLGLJRNL-DEPT-NO
061600         MOVE DLR162-D-VALUE (DLR162-DEPT-IX)
061700             TO DLGLJRNL-AMOUNT
061800         MOVE DLR162-D-UNITS (DLR162-DEPT-IX)
061900             TO DLGLJRNL-QTY-SOLD
061930         MOVE SPACES TO DLGLJRNL-ORIG-CCY
061960         MOVE ZERO TO DLGLJRNL-ORIG-AMOUNT
062000         MOVE DLR162-MARKDOWN-ACCT TO DLGLJRNL-GL-ACCOUNT
062100         SET DLGLJRNL-IS-DEBIT TO TRUE
062200         MOVE 'PERMANENT MARKDOWN EXPENSE'
062300             TO DLGLJRNL-NARRATIVE
062400         WRITE DLGLJRNL-RECORD
062500         MOVE DLR162-STOCK-ACCT TO DLGLJRNL-GL-ACCOUNT
062600         SET DLGLJRNL-IS-CREDIT TO TRUE
062700         MOVE 'PERMANENT MARKDOWN STOCK WRITE'
062800             TO DLGLJRNL-NARRATIVE
062900         WRITE DLGLJRNL-RECORD
063000     END-IF.
063100 6000-EXIT.
063200     EXIT.
063300
063400 9000-TERMINATE.
063500     DISPLAY 'DLR162 CARDS READ        = ' DLR162-CARDS-READ.
063600     DISPLAY 'DLR162 MARKDOWNS KEYED   = ' DLR162-CARDS-KEYED.
063700     DISPLAY 'DLR162 CARDS REJECTED    = ' DLR162-CARDS-REJECTED.
063800     DISPLAY 'DLR162 MARKDOWNS TAKEN   = '
063900         DLR162-MARKDOWNS-TAKEN.
064000     DISPLAY 'DLR162 PRICES UPDATED    = '
064050         DLR162-PRICES-UPDATED.
064100     DISPLAY 'DLR162 CONSIGNMENT TAKEN = '
064150         DLR162-CONSIGN-TAKEN.
064200     IF  DLR162-CARDS-REJECTED > ZERO
064300     OR  DLR162-UNCODED-DEPTS > ZERO
064400         MOVE 4 TO RETURN-CODE
064500     END-IF.
064600     CLOSE MARKDOWN-CARDS
064700           REGISTER-FILE
064800           RETAIL-MASTER
064900           POSITION-MASTER
064950           CONSIGN-MASTER
065000           MARKDOWN-REPORT
065100           GL-JOURNAL-FILE
065200           REJECT-FILE.
065300 9000-EXIT.
065400     EXIT.

000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DLR234.
000300 AUTHOR.        R. GEALL.
000400 INSTALLATION.  IML CENTRAL REPORTING SYSTEM.
000500 DATE-WRITTEN.  15/10/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   DLR234 - WEEKLY MASTER REFERENTIAL INTEGRITY SWEEP           *
001000*                                                                *
001100*   CHECKS THAT EVERY CROSS-MASTER LINK STILL RESOLVES. FOR      *
001200*   EACH RELATIONSHIP IN THE TABLE BELOW THE CHILD FILE IS READ  *
001300*   END TO END AND ITS FOREIGN KEY LOOKED UP ON THE PARENT       *
001400*   MASTER - STORES, VENDORS AND DEPARTMENTS FROM TABLES BUILT   *
001500*   AT THE START, CUSTOMERS ON THE KEYED FCUSDAT COPY AND CARDS  *
001600*   ON DLCUSXRF. A KEY NOT ON ITS PARENT IS AN ORPHAN. AN        *
001700*   ORPHAN WHOSE KEY IS ON THE DLKEYRET RETIRED KEY LOG WAS      *
001800*   LEFT BY A KNOWN MERGE (DLR088) OR ERASURE (DLR140) AND IS    *
001900*   REPORTED AS SUCH; ANY OTHER ORPHAN HAS NO EXPLANATION AND    *
002000*   IS TREATED AS CORRUPTION. UP TO FIVE SAMPLE KEYS OF EACH     *
002100*   KIND ARE PRINTED PER RELATIONSHIP. EACH RUN'S COUNTS ARE     *
002200*   APPENDED TO DLRIHIST AND THE SUMMARY SETS THIS WEEK'S        *
002300*   UNEXPLAINED COUNT AGAINST THE LAST RUN'S, FLAGGING A RISE    *
002400*   AND, WHERE IT HAS AT LEAST DOUBLED BY TEN OR MORE, A JUMP.   *
002500*   ANY UNEXPLAINED ORPHAN ENDS THE RUN WITH RETURN CODE 4.      *
002510*   A LOYALTY CARD CAN EARN POINTS BEFORE IT IS REGISTERED, SO   *
002520*   A CARD ON DLPTSBAL OR DLTIERM THAT IS NOT ON DLCUSXRF AND    *
002530*   NOT RETIRED IS COUNTED AS AN UNLINKED CARD. UNLINKED CARDS   *
002540*   ARE REPORTED APART AND TAKE NO PART IN THE UNEXPLAINED       *
002550*   TOTAL, THE RISE AND JUMP FLAGS OR THE RETURN CODE.           *
002600*                                                                *
002700*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002800*  ---|----------|------------------------------|------------    *
002900*  01 | 15/10/26 | FIRST ISSUE                  | R. GEALL       *
002910*  02 | 15/10/26 | DLSUGORD AND DLPOLIFE READ   | R. GEALL       *
002920*     |          | AS KEYED FILES               |                *
002930*  03 | 15/10/26 | CARDS NOT YET ON DLCUSXRF    | R. GEALL       *
002940*     |          | COUNTED AS UNLINKED, NOT     |                *
002950*     |          | UNEXPLAINED                  |                *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT STORE-MASTER-FILE ASSIGN TO DLSTORMF
003900                              ORGANIZATION IS SEQUENTIAL.
004000     SELECT VENDOR-FILE       ASSIGN TO DLVENDMF
004100                              ORGANIZATION IS SEQUENTIAL.
004200     SELECT DEPT-MASTER-FILE  ASSIGN TO DLDEPTMF
004300                              ORGANIZATION IS SEQUENTIAL.
004400     SELECT FCUSDAT-KEYED     ASSIGN TO FCUSDATK
004500                              ORGANIZATION IS INDEXED
004600                              ACCESS MODE IS RANDOM
004700                              RECORD KEY IS CUSTOMER-ID
004800                                  OF CUSTOMER-DATA.
004900     SELECT XREF-MASTER       ASSIGN TO DLCUSXRF
005000                              ORGANIZATION IS INDEXED
005100                              ACCESS MODE IS DYNAMIC
005200                              RECORD KEY IS DLCUSXRF-CARD-NO.
005300     SELECT POSITION-MASTER   ASSIGN TO DLINVPOS
005400                              ORGANIZATION IS INDEXED
005500                              ACCESS MODE IS DYNAMIC
005600                              RECORD KEY IS DLINVPOS-KEY.
005700     SELECT SUGGEST-FILE      ASSIGN TO DLSUGORD
005800                              ORGANIZATION IS INDEXED
005810                              ACCESS MODE IS SEQUENTIAL
005820                              RECORD KEY IS DLSUGORD-KEY.
005900     SELECT POLIFE-FILE       ASSIGN TO DLPOLIFE
006000                              ORGANIZATION IS INDEXED
006010                              ACCESS MODE IS SEQUENTIAL
006020                              RECORD KEY IS DLPOLIFE-PO-NO.
006100     SELECT LEADTIME-MASTER   ASSIGN TO DLLEADTM
006200                              ORGANIZATION IS INDEXED
006300                              ACCESS MODE IS DYNAMIC
006400                              RECORD KEY IS DLLEADTM-KEY.
006500     SELECT HOUSEHOLD-FILE    ASSIGN TO DLHSHLDM
006600                              ORGANIZATION IS SEQUENTIAL.
006700     SELECT GL-JOURNAL-FILE   ASSIGN TO GLJRNL
006800                              ORGANIZATION IS SEQUENTIAL.
006900     SELECT BALANCE-MASTER    ASSIGN TO DLPTSBAL
007000                              ORGANIZATION IS INDEXED
007100                              ACCESS MODE IS DYNAMIC
007200                              RECORD KEY IS DLPTSBAL-CUST-NO.
007300     SELECT TIER-MASTER       ASSIGN TO DLTIERM
007400                              ORGANIZATION IS INDEXED
007500                              ACCESS MODE IS DYNAMIC
007600                              RECORD KEY IS DLTIERM-CUST-NO.
007700     SELECT RETIRED-KEY-LOG   ASSIGN TO DLKEYRET
007800                              ORGANIZATION IS SEQUENTIAL.
007900     SELECT HISTORY-FILE      ASSIGN TO DLRIHIST
008000                              ORGANIZATION IS SEQUENTIAL.
008100     SELECT SWEEP-REPORT      ASSIGN TO RISWPRPT
008200                              ORGANIZATION IS SEQUENTIAL.
008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  STORE-MASTER-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD.
008800 01  DLSTORMF-RECORD.
008900     COPY DLSTORMF.
009000 FD  VENDOR-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD.
009300 01  DLVENDMF-RECORD.
009400     COPY DLVENDMF.
009500 FD  DEPT-MASTER-FILE
009600     RECORDING MODE IS F
009700     LABEL RECORDS ARE STANDARD.
009800 01  DLDEPTMF-RECORD.
009900     COPY DLDEPTMF.
010000 FD  FCUSDAT-KEYED
010100     LABEL RECORDS ARE STANDARD.
010200     COPY FCUSDAT.
010300 FD  XREF-MASTER
010400     LABEL RECORDS ARE STANDARD.
010500 01  DLCUSXRF-RECORD.
010600     COPY DLCUSXRF.
010700 FD  POSITION-MASTER
010800     LABEL RECORDS ARE STANDARD.
010900 01  DLINVPOS-RECORD.
011000     COPY DLINVPOS.
011100 FD  SUGGEST-FILE
011300     LABEL RECORDS ARE STANDARD.
011400 01  DLSUGORD-RECORD.
011500     COPY DLSUGORD.
011600 FD  POLIFE-FILE
011800     LABEL RECORDS ARE STANDARD.
011900 01  DLPOLIFE-RECORD.
012000     COPY DLPOLIFE.
012100 FD  LEADTIME-MASTER
012200     LABEL RECORDS ARE STANDARD.
012300 01  DLLEADTM-RECORD.
012400     COPY DLLEADTM.
012500 FD  HOUSEHOLD-FILE
012600     RECORDING MODE IS F
012700     LABEL RECORDS ARE STANDARD.
012800 01  DLHSHLDM-RECORD.
012900     COPY DLHSHLDM.
013000 FD  GL-JOURNAL-FILE
013100     RECORDING MODE IS F
013200     LABEL RECORDS ARE STANDARD.
013300 01  DLGLJRNL-RECORD.
013400     COPY DLGLJRNL.
013500 FD  BALANCE-MASTER
013600     LABEL RECORDS ARE STANDARD.
013700 01  DLPTSBAL-RECORD.
013800     COPY DLPTSBAL.
013900 FD  TIER-MASTER
014000     LABEL RECORDS ARE STANDARD.
014100 01  DLTIERM-RECORD.
014200     COPY DLTIERM.
014300 FD  RETIRED-KEY-LOG
014400     RECORDING MODE IS F
014500     LABEL RECORDS ARE STANDARD.
014600 01  DLKEYRET-RECORD.
014700     COPY DLKEYRET.
014800 FD  HISTORY-FILE
014900     RECORDING MODE IS F
015000     LABEL RECORDS ARE STANDARD.
015100 01  DLRIHIST-RECORD.
015200     COPY DLRIHIST.
015300 FD  SWEEP-REPORT
015400     RECORDING MODE IS F
015500     LABEL RECORDS ARE STANDARD.
015600 01  SWEEP-LINE                  PIC X(132).
015700 WORKING-STORAGE SECTION.
015800 01  DLR234-SWITCHES.
015900     05  DLR234-EOF-SW            PIC X(01)  VALUE 'N'.
016000         88  DLR234-EOF                      VALUE 'Y'.
016100     05  DLR234-FOUND-SW          PIC X(01)  VALUE 'N'.
016200         88  DLR234-PARENT-FOUND             VALUE 'Y'.
016300     05  DLR234-RETIRED-SW        PIC X(01)  VALUE 'N'.
016400         88  DLR234-KEY-RETIRED              VALUE 'Y'.
016500 01  DLR234-RUN-DATE              PIC 9(08)  VALUE ZERO.
016600*    EVERY RELATIONSHIP SWEPT: ID, CHILD FILE, LINK FIELD,
016700*    PARENT MASTER AND THE DLKEYRET KEY TYPE OF THE PARENT KEY.
016800 01  DLR234-REL-VALUES.
016900     05  FILLER                   PIC X(37)  VALUE
017000         'RI01DLINVPOSSTORE NUMBER    DLSTORMFS'.
017100     05  FILLER                   PIC X(37)  VALUE
017200         'RI02DLSUGORDSTORE NUMBER    DLSTORMFS'.
017300     05  FILLER                   PIC X(37)  VALUE
017400         'RI03DLSUGORDVENDOR NUMBER   DLVENDMFV'.
017500     05  FILLER                   PIC X(37)  VALUE
017600         'RI04DLSUGORDDEPARTMENT      DLDEPTMFD'.
017700     05  FILLER                   PIC X(37)  VALUE
017800         'RI05DLPOLIFEVENDOR NUMBER   DLVENDMFV'.
017900     05  FILLER                   PIC X(37)  VALUE
018000         'RI06DLLEADTMVENDOR NUMBER   DLVENDMFV'.
018100     05  FILLER                   PIC X(37)  VALUE
018200         'RI07DLCUSXRFCUSTOMER ID     FCUSDAT U'.
018300     05  FILLER                   PIC X(37)  VALUE
018400         'RI08DLHSHLDMCUSTOMER ID     FCUSDAT U'.
018500     05  FILLER                   PIC X(37)  VALUE
018600         'RI09DLGLJRNLDEPARTMENT      DLDEPTMFD'.
018700     05  FILLER                   PIC X(37)  VALUE
018800         'RI10DLPTSBALCARD NUMBER     DLCUSXRFC'.
018900     05  FILLER                   PIC X(37)  VALUE
019000         'RI11DLTIERM CARD NUMBER     DLCUSXRFC'.
019100 01  DLR234-REL-TABLE REDEFINES DLR234-REL-VALUES.
019200     05  DLR234-REL-ENTRY OCCURS 11 TIMES
019300                          INDEXED BY DLR234-RX.
019400         10  DLR234-R-ID          PIC X(04).
019500         10  DLR234-R-CHILD       PIC X(08).
019600         10  DLR234-R-FIELD       PIC X(16).
019700         10  DLR234-R-PARENT      PIC X(08).
019800         10  DLR234-R-KEY-TYPE    PIC X(01).
019810             88  DLR234-CARD-LINK            VALUE 'C'.
019900 01  DLR234-REL-WORK.
020000     05  DLR234-REL-COUNTS OCCURS 11 TIMES.
020100         10  DLR234-R-CHECKED     PIC 9(09).
020200         10  DLR234-R-ORPHANS     PIC 9(09).
020300         10  DLR234-R-KNOWN       PIC 9(09).
020400         10  DLR234-R-UNEXPLAINED PIC 9(09).
020410         10  DLR234-R-UNLINKED    PIC 9(09).
020500         10  DLR234-R-LAST-UNEXPL PIC 9(09).
020600         10  DLR234-R-LAST-DATE   PIC 9(08).
020700         10  DLR234-R-KNOWN-SHOWN PIC 9(01).
020800         10  DLR234-R-UNEXP-SHOWN PIC 9(01).
020900*    STORE AND DEPARTMENT NUMBERS ARE THREE DIGITS, SO EACH IS
021000*    HELD AS A FLAG AT ITS OWN NUMBER.
021100 01  DLR234-STORE-FLAGS.
021200     05  DLR234-STORE-ON-FILE OCCURS 999 TIMES
021300                              PIC X(01).
021400 01  DLR234-DEPT-FLAGS.
021500     05  DLR234-DEPT-ON-FILE  OCCURS 999 TIMES
021600                              PIC X(01).
021700 01  DLR234-VEND-CONTROL.
021800     05  DLR234-VEND-COUNT        PIC S9(04)  COMP  VALUE ZERO.
021900     05  DLR234-VEND-DROPPED      PIC 9(07)   VALUE ZERO.
022000 01  DLR234-VEND-TABLE.
022100     05  DLR234-VEND-ENTRY OCCURS 1000 TIMES
022200                           INDEXED BY DLR234-VEND-IX.
022300         10  DLR234-V-VENDOR-NO   PIC 9(10).
022400 01  DLR234-KEYRET-CONTROL.
022500     05  DLR234-KEYRET-COUNT      PIC S9(04)  COMP  VALUE ZERO.
022600     05  DLR234-KEYRET-DROPPED    PIC 9(07)   VALUE ZERO.
022700 01  DLR234-KEYRET-TABLE.
022800     05  DLR234-KEYRET-ENTRY OCCURS 5000 TIMES
022900                             INDEXED BY DLR234-KR-IX.
023000         10  DLR234-K-TYPE        PIC X(01).
023100         10  DLR234-K-VALUE       PIC X(16).
023200         10  DLR234-K-REASON      PIC X(01).
023300         10  DLR234-K-NEW-VALUE   PIC X(16).
023400         10  DLR234-K-DATE        PIC 9(08).
023500 01  DLR234-LINK-WORK.
023600     05  DLR234-KEY-TEXT          PIC X(16).
023700     05  DLR234-NUM-3             PIC 9(03).
023800     05  DLR234-NUM-4             PIC 9(04).
023900     05  DLR234-STORE-SUB         PIC S9(04)  COMP.
024000     05  DLR234-DEPT-SUB          PIC S9(04)  COMP.
024100     05  DLR234-VENDOR-NO         PIC 9(10).
024200     05  DLR234-SUB               PIC S9(04)  COMP.
024300     05  DLR234-CHANGE            PIC S9(09).
024400 01  DLR234-COUNTERS.
024500     05  DLR234-TOTAL-UNEXPLAINED PIC 9(09)  VALUE ZERO.
024510     05  DLR234-TOTAL-UNLINKED    PIC 9(09)  VALUE ZERO.
024600     05  DLR234-JUMPS             PIC 9(03)  VALUE ZERO.
024700 01  DLR234-HEADING-1.
024800     05  FILLER                   PIC X(53)  VALUE
024900         'DLR234 - MASTER REFERENTIAL INTEGRITY SWEEP      RUN '.
025000     05  DLR234-H-RUN-DATE        PIC 9(08).
025100 01  DLR234-REL-HEADING.
025200     05  DLR234-RH-ID             PIC X(04).
025300     05  FILLER                   PIC X(02)  VALUE SPACES.
025400     05  DLR234-RH-CHILD          PIC X(08).
025500     05  FILLER                   PIC X(01)  VALUE SPACE.
025600     05  DLR234-RH-FIELD          PIC X(16).
025700     05  FILLER                   PIC X(04)  VALUE ' -> '.
025800     05  DLR234-RH-PARENT         PIC X(08).
025900 01  DLR234-SAMPLE-LINE.
026000     05  FILLER                   PIC X(06)  VALUE SPACES.
026100     05  FILLER                   PIC X(11)  VALUE
026200         'ORPHAN KEY '.
026300     05  DLR234-SL-KEY            PIC X(16).
026400     05  FILLER                   PIC X(02)  VALUE SPACES.
026500     05  DLR234-SL-TEXT           PIC X(20).
026600     05  DLR234-SL-NEW-VALUE      PIC X(16).
026700     05  FILLER                   PIC X(02)  VALUE SPACES.
026800     05  DLR234-SL-DATE           PIC X(08).
026900 01  DLR234-HEADING-2.
027000     05  FILLER                   PIC X(44)  VALUE
027100         'REL   CHILD    LINK FIELD       PARENT      '.
027200     05  FILLER                   PIC X(31)  VALUE
027300         '  CHECKED    ORPHANS      KNOWN'.
027310     05  FILLER                   PIC X(24)  VALUE
027320         '   UNLINKED UNEXPLAINED '.
027400     05  FILLER                   PIC X(26)  VALUE
027500         '  LAST RUN     CHANGE     '.
027600 01  DLR234-SUMMARY-LINE.
027700     05  DLR234-SM-ID             PIC X(04).
027800     05  FILLER                   PIC X(02)  VALUE SPACES.
027900     05  DLR234-SM-CHILD          PIC X(08).
028000     05  FILLER                   PIC X(01)  VALUE SPACE.
028100     05  DLR234-SM-FIELD          PIC X(16).
028200     05  FILLER                   PIC X(01)  VALUE SPACE.
028300     05  DLR234-SM-PARENT         PIC X(08).
028400     05  FILLER                   PIC X(02)  VALUE SPACES.
028500     05  DLR234-SM-CHECKED        PIC ZZZZZZZZ9.
028600     05  FILLER                   PIC X(02)  VALUE SPACES.
028700     05  DLR234-SM-ORPHANS        PIC ZZZZZZZZ9.
028800     05  FILLER                   PIC X(02)  VALUE SPACES.
028900     05  DLR234-SM-KNOWN          PIC ZZZZZZZZ9.
028910     05  FILLER                   PIC X(02)  VALUE SPACES.
028920     05  DLR234-SM-UNLINKED       PIC ZZZZZZZZ9.
029000     05  FILLER                   PIC X(03)  VALUE SPACES.
029100     05  DLR234-SM-UNEXPLAINED    PIC ZZZZZZZZ9.
029200     05  FILLER                   PIC X(03)  VALUE SPACES.
029300     05  DLR234-SM-LAST           PIC ZZZZZZZZ9.
029400     05  FILLER                   PIC X(02)  VALUE SPACES.
029500     05  DLR234-SM-CHANGE         PIC ---------9.
029600     05  FILLER                   PIC X(02)  VALUE SPACES.
029700     05  DLR234-SM-FLAG           PIC X(08).
029800 01  DLR234-TOTAL-LINE.
029900     05  DLR234-T-LABEL           PIC X(40).
030000     05  DLR234-T-COUNT           PIC ZZZZZZZZ9.
030100 01  DLR234-BLANK-LINE            PIC X(01)  VALUE SPACE.
030200 PROCEDURE DIVISION.
030300 0000-MAINLINE.
030400     PERFORM 1000-INITIALIZE.
030500     PERFORM 3100-SWEEP-INVPOS.
030600     PERFORM 3200-SWEEP-SUGORD.
030700     PERFORM 3300-SWEEP-POLIFE.
030800     PERFORM 3400-SWEEP-LEADTM.
030900     PERFORM 3500-SWEEP-CUSXRF.
031000     PERFORM 3600-SWEEP-HSHLDM.
031100     PERFORM 3700-SWEEP-GLJRNL.
031200     PERFORM 3800-SWEEP-PTSBAL.
031300     PERFORM 3900-SWEEP-TIERM.
031400     PERFORM 8000-PRINT-SUMMARY.
031500     PERFORM 9000-TERMINATE.
031600     STOP RUN.
031700
031800 1000-INITIALIZE.
031900     ACCEPT DLR234-RUN-DATE FROM DATE YYYYMMDD.
032000     MOVE DLR234-RUN-DATE TO DLR234-H-RUN-DATE.
032100     OPEN OUTPUT SWEEP-REPORT.
032200     WRITE SWEEP-LINE FROM DLR234-HEADING-1.
032300     PERFORM 1050-CLEAR-COUNTS
032400         VARYING DLR234-RX FROM 1 BY 1
032500         UNTIL DLR234-RX > 11.
032600     MOVE ALL 'N' TO DLR234-STORE-FLAGS.
032700     MOVE ALL 'N' TO DLR234-DEPT-FLAGS.
032800     PERFORM 1100-LOAD-STORES.
032900     PERFORM 1200-LOAD-VENDORS.
033000     PERFORM 1300-LOAD-DEPARTMENTS.
033100     PERFORM 1400-LOAD-RETIRED-KEYS.
033200     PERFORM 1500-LOAD-HISTORY.
033300     OPEN INPUT FCUSDAT-KEYED.
033400     OPEN INPUT XREF-MASTER.
033500 1000-EXIT.
033600     EXIT.
033700
033800 1050-CLEAR-COUNTS.
033900     MOVE ZERO TO DLR234-R-CHECKED (DLR234-RX).
034000     MOVE ZERO TO DLR234-R-ORPHANS (DLR234-RX).
034100     MOVE ZERO TO DLR234-R-KNOWN (DLR234-RX).
034200     MOVE ZERO TO DLR234-R-UNEXPLAINED (DLR234-RX).
034210     MOVE ZERO TO DLR234-R-UNLINKED (DLR234-RX).
034300     MOVE ZERO TO DLR234-R-LAST-UNEXPL (DLR234-RX).
034400     MOVE ZERO TO DLR234-R-LAST-DATE (DLR234-RX).
034500     MOVE ZERO TO DLR234-R-KNOWN-SHOWN (DLR234-RX).
034600     MOVE ZERO TO DLR234-R-UNEXP-SHOWN (DLR234-RX).
034700 1050-EXIT.
034800     EXIT.
034900
035000 1100-LOAD-STORES.
035100     MOVE 'N' TO DLR234-EOF-SW.
035200     OPEN INPUT STORE-MASTER-FILE.
035300     PERFORM 1110-READ-STORE.
035400     PERFORM 1120-POST-ONE-STORE
035500         UNTIL DLR234-EOF.
035600     CLOSE STORE-MASTER-FILE.
035700 1100-EXIT.
035800     EXIT.
035900
036000 1110-READ-STORE.
036100     READ STORE-MASTER-FILE
036200         AT END
036300             MOVE 'Y' TO DLR234-EOF-SW
036400     END-READ.
036500 1110-EXIT.
036600     EXIT.
036700
036800 1120-POST-ONE-STORE.
036900     IF  DLSTORMF-STORE-NO > ZERO
037000         MOVE 'Y' TO DLR234-STORE-ON-FILE (DLSTORMF-STORE-NO)
037100     END-IF.
037200     PERFORM 1110-READ-STORE.
037300 1120-EXIT.
037400     EXIT.
037500
037600 1200-LOAD-VENDORS.
037700     MOVE 'N' TO DLR234-EOF-SW.
037800     OPEN INPUT VENDOR-FILE.
037900     PERFORM 1210-READ-VENDOR.
038000     PERFORM 1220-POST-ONE-VENDOR
038100         UNTIL DLR234-EOF.
038200     CLOSE VENDOR-FILE.
038300 1200-EXIT.
038400     EXIT.
038500
038600 1210-READ-VENDOR.
038700     READ VENDOR-FILE
038800         AT END
038900             MOVE 'Y' TO DLR234-EOF-SW
039000     END-READ.
039100 1210-EXIT.
039200     EXIT.
039300
039400*    A CLOSED VENDOR IS STILL ON FILE AND STILL RESOLVES.
039500 1220-POST-ONE-VENDOR.
039600     IF  DLR234-VEND-COUNT < 1000
039700         ADD 1 TO DLR234-VEND-COUNT
039800         SET DLR234-VEND-IX TO DLR234-VEND-COUNT
039900         MOVE DLVENDMF-VENDOR-NO
040000             TO DLR234-V-VENDOR-NO (DLR234-VEND-IX)
040100     ELSE
040200         ADD 1 TO DLR234-VEND-DROPPED
040300     END-IF.
040400     PERFORM 1210-READ-VENDOR.
040500 1220-EXIT.
040600     EXIT.
040700
040800 1300-LOAD-DEPARTMENTS.
040900     MOVE 'N' TO DLR234-EOF-SW.
041000     OPEN INPUT DEPT-MASTER-FILE.
041100     PERFORM 1310-READ-DEPT.
041200     PERFORM 1320-POST-ONE-DEPT
041300         UNTIL DLR234-EOF.
041400     CLOSE DEPT-MASTER-FILE.
041500 1300-EXIT.
041600     EXIT.
041700
041800 1310-READ-DEPT.
041900     READ DEPT-MASTER-FILE
042000         AT END
042100             MOVE 'Y' TO DLR234-EOF-SW
042200     END-READ.
042300 1310-EXIT.
042400     EXIT.
042500
042600 1320-POST-ONE-DEPT.
042700     IF  DLDEPTMF-DEPT-NO > ZERO
042800         MOVE 'Y' TO DLR234-DEPT-ON-FILE (DLDEPTMF-DEPT-NO)
042900     END-IF.
043000     PERFORM 1310-READ-DEPT.
043100 1320-EXIT.
043200     EXIT.
043300
043400 1400-LOAD-RETIRED-KEYS.
043500     MOVE 'N' TO DLR234-EOF-SW.
043600     OPEN INPUT RETIRED-KEY-LOG.
043700     PERFORM 1410-READ-RETIRED-KEY.
043800     PERFORM 1420-POST-ONE-RETIRED-KEY
043900         UNTIL DLR234-EOF.
044000     CLOSE RETIRED-KEY-LOG.
044100 1400-EXIT.
044200     EXIT.
044300
044400 1410-READ-RETIRED-KEY.
044500     READ RETIRED-KEY-LOG
044600         AT END
044700             MOVE 'Y' TO DLR234-EOF-SW
044800     END-READ.
044900 1410-EXIT.
045000     EXIT.
045100
045200 1420-POST-ONE-RETIRED-KEY.
045300     IF  DLR234-KEYRET-COUNT < 5000
045400         ADD 1 TO DLR234-KEYRET-COUNT
045500         SET DLR234-KR-IX TO DLR234-KEYRET-COUNT
045600         MOVE DLKEYRET-KEY-TYPE
045700             TO DLR234-K-TYPE (DLR234-KR-IX)
045800         MOVE DLKEYRET-KEY-VALUE
045900             TO DLR234-K-VALUE (DLR234-KR-IX)
046000         MOVE DLKEYRET-REASON
046100             TO DLR234-K-REASON (DLR234-KR-IX)
046200         MOVE DLKEYRET-NEW-VALUE
046300             TO DLR234-K-NEW-VALUE (DLR234-KR-IX)
046400         MOVE DLKEYRET-RETIRED-DATE
046500             TO DLR234-K-DATE (DLR234-KR-IX)
046600     ELSE
046700         ADD 1 TO DLR234-KEYRET-DROPPED
046800     END-IF.
046900     PERFORM 1410-READ-RETIRED-KEY.
047000 1420-EXIT.
047100     EXIT.
047200
047300*    THE HISTORY IS IN RUN ORDER, SO THE LAST ROW READ FOR A
047400*    RELATIONSHIP IS ITS LAST RUN.
047500 1500-LOAD-HISTORY.
047600     MOVE 'N' TO DLR234-EOF-SW.
047700     OPEN INPUT HISTORY-FILE.
047800     PERFORM 1510-READ-HISTORY.
047900     PERFORM 1520-POST-ONE-HISTORY
048000         UNTIL DLR234-EOF.
048100     CLOSE HISTORY-FILE.
048200 1500-EXIT.
048300     EXIT.
048400
048500 1510-READ-HISTORY.
048600     READ HISTORY-FILE
048700         AT END
048800             MOVE 'Y' TO DLR234-EOF-SW
048900     END-READ.
049000 1510-EXIT.
049100     EXIT.
049200
049300 1520-POST-ONE-HISTORY.
049400     SET DLR234-RX TO 1.
049500     SEARCH DLR234-REL-ENTRY
049600         AT END
049700             CONTINUE
049800         WHEN DLR234-R-ID (DLR234-RX) = DLRIHIST-REL-ID
049900             MOVE DLRIHIST-UNEXPLAINED
050000                 TO DLR234-R-LAST-UNEXPL (DLR234-RX)
050100             MOVE DLRIHIST-RUN-DATE
050200                 TO DLR234-R-LAST-DATE (DLR234-RX)
050300     END-SEARCH.
050400     PERFORM 1510-READ-HISTORY.
050500 1520-EXIT.
050600     EXIT.
050700
050800*----------------------------------------------------------------
050900*    ONE PASS OF EACH CHILD FILE. EACH LINK IS RESOLVED INTO
051000*    DLR234-FOUND-SW AND ITS KEY, IN DISPLAY FORM, INTO
051100*    DLR234-KEY-TEXT BEFORE 6000-COUNT-LINK IS PERFORMED.
051200*----------------------------------------------------------------
051300 3000-START-RELATIONSHIP.
051400     MOVE DLR234-R-ID (DLR234-RX)     TO DLR234-RH-ID.
051500     MOVE DLR234-R-CHILD (DLR234-RX)  TO DLR234-RH-CHILD.
051600     MOVE DLR234-R-FIELD (DLR234-RX)  TO DLR234-RH-FIELD.
051700     MOVE DLR234-R-PARENT (DLR234-RX) TO DLR234-RH-PARENT.
051800     WRITE SWEEP-LINE FROM DLR234-BLANK-LINE.
051900     WRITE SWEEP-LINE FROM DLR234-REL-HEADING.
052000 3000-EXIT.
052100     EXIT.
052200
052300 3100-SWEEP-INVPOS.
052400     SET DLR234-RX TO 1.
052500     PERFORM 3000-START-RELATIONSHIP.
052600     MOVE 'N' TO DLR234-EOF-SW.
052700     OPEN INPUT POSITION-MASTER.
052800     PERFORM 3110-READ-INVPOS.
052900     PERFORM 3120-CHECK-INVPOS
053000         UNTIL DLR234-EOF.
053100     CLOSE POSITION-MASTER.
053200 3100-EXIT.
053300     EXIT.
053400
053500 3110-READ-INVPOS.
053600     READ POSITION-MASTER NEXT RECORD
053700         AT END
053800             MOVE 'Y' TO DLR234-EOF-SW
053900     END-READ.
054000 3110-EXIT.
054100     EXIT.
054200
054300 3120-CHECK-INVPOS.
054400     MOVE DLINVPOS-STR-NO TO DLR234-STORE-SUB.
054500     PERFORM 5100-FIND-STORE.
054600     MOVE DLINVPOS-STR-NO TO DLR234-NUM-4.
054700     MOVE DLR234-NUM-4 TO DLR234-KEY-TEXT.
054800     PERFORM 6000-COUNT-LINK.
054900     PERFORM 3110-READ-INVPOS.
055000 3120-EXIT.
055100     EXIT.
055200
055300*    ONE SUGGESTED-ORDER ROW CARRIES THREE LINKS, EACH SWEPT
055400*    IN A PASS OF ITS OWN SO ITS SAMPLES PRINT TOGETHER.
055500 3200-SWEEP-SUGORD.
055600     SET DLR234-RX TO 2.
055700     PERFORM 3205-OPEN-SUGORD.
055800     PERFORM 3220-CHECK-SUGORD-STORE
055900         UNTIL DLR234-EOF.
056000     CLOSE SUGGEST-FILE.
056100     SET DLR234-RX TO 3.
056200     PERFORM 3205-OPEN-SUGORD.
056300     PERFORM 3230-CHECK-SUGORD-VENDOR
056400         UNTIL DLR234-EOF.
056500     CLOSE SUGGEST-FILE.
056600     SET DLR234-RX TO 4.
056700     PERFORM 3205-OPEN-SUGORD.
056800     PERFORM 3240-CHECK-SUGORD-DEPT
056900         UNTIL DLR234-EOF.
057000     CLOSE SUGGEST-FILE.
057100 3200-EXIT.
057200     EXIT.
057300
057400 3205-OPEN-SUGORD.
057500     PERFORM 3000-START-RELATIONSHIP.
057600     MOVE 'N' TO DLR234-EOF-SW.
057700     OPEN INPUT SUGGEST-FILE.
057800     PERFORM 3210-READ-SUGORD.
057900 3205-EXIT.
058000     EXIT.
058100
058200 3210-READ-SUGORD.
058300     READ SUGGEST-FILE
058400         AT END
058500             MOVE 'Y' TO DLR234-EOF-SW
058600     END-READ.
058700 3210-EXIT.
058800     EXIT.
058900
059000 3220-CHECK-SUGORD-STORE.
059100     MOVE DLSUGORD-STORE-NO TO DLR234-STORE-SUB.
059200     PERFORM 5100-FIND-STORE.
059300     MOVE DLSUGORD-STORE-NO TO DLR234-NUM-3.
059400     MOVE DLR234-NUM-3 TO DLR234-KEY-TEXT.
059500     PERFORM 6000-COUNT-LINK.
059600     PERFORM 3210-READ-SUGORD.
059700 3220-EXIT.
059800     EXIT.
059900
060000 3230-CHECK-SUGORD-VENDOR.
060100     MOVE DLSUGORD-VENDOR-NO TO DLR234-VENDOR-NO.
060200     PERFORM 5200-FIND-VENDOR.
060300     PERFORM 6000-COUNT-LINK.
060400     PERFORM 3210-READ-SUGORD.
060500 3230-EXIT.
060600     EXIT.
060700
060800 3240-CHECK-SUGORD-DEPT.
060900     MOVE DLSUGORD-DEPT-NO TO DLR234-DEPT-SUB.
061000     PERFORM 5300-FIND-DEPT.
061100     MOVE DLSUGORD-DEPT-NO TO DLR234-NUM-3.
061200     MOVE DLR234-NUM-3 TO DLR234-KEY-TEXT.
061300     PERFORM 6000-COUNT-LINK.
061400     PERFORM 3210-READ-SUGORD.
061500 3240-EXIT.
061600     EXIT.
061700
061800 3300-SWEEP-POLIFE.
061900     SET DLR234-RX TO 5.
062000     PERFORM 3000-START-RELATIONSHIP.
062100     MOVE 'N' TO DLR234-EOF-SW.
062200     OPEN INPUT POLIFE-FILE.
062300     PERFORM 3310-READ-POLIFE.
062400     PERFORM 3320-CHECK-POLIFE
062500         UNTIL DLR234-EOF.
062600     CLOSE POLIFE-FILE.
062700 3300-EXIT.
062800     EXIT.
062900
063000 3310-READ-POLIFE.
063100     READ POLIFE-FILE
063200         AT END
063300             MOVE 'Y' TO DLR234-EOF-SW
063400     END-READ.
063500 3310-EXIT.
063600     EXIT.
063700
063800 3320-CHECK-POLIFE.
063900     MOVE DLPOLIFE-VENDOR TO DLR234-VENDOR-NO.
064000     PERFORM 5200-FIND-VENDOR.
064100     PERFORM 6000-COUNT-LINK.
064200     PERFORM 3310-READ-POLIFE.
064300 3320-EXIT.
064400     EXIT.
064500
064600 3400-SWEEP-LEADTM.
064700     SET DLR234-RX TO 6.
064800     PERFORM 3000-START-RELATIONSHIP.
064900     MOVE 'N' TO DLR234-EOF-SW.
065000     OPEN INPUT LEADTIME-MASTER.
065100     PERFORM 3410-READ-LEADTM.
065200     PERFORM 3420-CHECK-LEADTM
065300         UNTIL DLR234-EOF.
065400     CLOSE LEADTIME-MASTER.
065500 3400-EXIT.
065600     EXIT.
065700
065800 3410-READ-LEADTM.
065900     READ LEADTIME-MASTER NEXT RECORD
066000         AT END
066100             MOVE 'Y' TO DLR234-EOF-SW
066200     END-READ.
066300 3410-EXIT.
066400     EXIT.
066500
066600 3420-CHECK-LEADTM.
066700     MOVE DLLEADTM-VENDOR-NO TO DLR234-VENDOR-NO.
066800     PERFORM 5200-FIND-VENDOR.
066900     PERFORM 6000-COUNT-LINK.
067000     PERFORM 3410-READ-LEADTM.
067100 3420-EXIT.
067200     EXIT.
067300
067400*    DLCUSXRF IS READ IN CARD ORDER HERE; THE SAME FILE IS
067500*    READ AT RANDOM LATER AS THE PARENT OF THE CARD LINKS.
067600 3500-SWEEP-CUSXRF.
067700     SET DLR234-RX TO 7.
067800     PERFORM 3000-START-RELATIONSHIP.
067900     MOVE 'N' TO DLR234-EOF-SW.
068000     MOVE ZERO TO DLCUSXRF-CARD-NO.
068100     START XREF-MASTER KEY NOT < DLCUSXRF-CARD-NO
068200         INVALID KEY
068300             MOVE 'Y' TO DLR234-EOF-SW
068400     END-START.
068500     IF  NOT DLR234-EOF
068600         PERFORM 3510-READ-CUSXRF
068700     END-IF.
068800     PERFORM 3520-CHECK-CUSXRF
068900         UNTIL DLR234-EOF.
069000 3500-EXIT.
069100     EXIT.
069200
069300 3510-READ-CUSXRF.
069400     READ XREF-MASTER NEXT RECORD
069500         AT END
069600             MOVE 'Y' TO DLR234-EOF-SW
069700     END-READ.
069800 3510-EXIT.
069900     EXIT.
070000
070100 3520-CHECK-CUSXRF.
070200     MOVE DLCUSXRF-CUSTOMER-ID TO DLR234-KEY-TEXT.
070300     MOVE DLCUSXRF-CUSTOMER-ID
070400         TO CUSTOMER-ID OF CUSTOMER-DATA.
070500     PERFORM 5400-FIND-CUSTOMER.
070600     PERFORM 6000-COUNT-LINK.
070700     PERFORM 3510-READ-CUSXRF.
070800 3520-EXIT.
070900     EXIT.
071000
071100 3600-SWEEP-HSHLDM.
071200     SET DLR234-RX TO 8.
071300     PERFORM 3000-START-RELATIONSHIP.
071400     MOVE 'N' TO DLR234-EOF-SW.
071500     OPEN INPUT HOUSEHOLD-FILE.
071600     PERFORM 3610-READ-HSHLDM.
071700     PERFORM 3620-CHECK-HSHLDM
071800         UNTIL DLR234-EOF.
071900     CLOSE HOUSEHOLD-FILE.
072000 3600-EXIT.
072100     EXIT.
072200
072300 3610-READ-HSHLDM.
072400     READ HOUSEHOLD-FILE
072500         AT END
072600             MOVE 'Y' TO DLR234-EOF-SW
072700     END-READ.
072800 3610-EXIT.
072900     EXIT.
073000
073100 3620-CHECK-HSHLDM.
073200     MOVE DLHSHLDM-CUSTOMER-ID TO DLR234-KEY-TEXT.
073300     MOVE DLHSHLDM-CUSTOMER-ID
073400         TO CUSTOMER-ID OF CUSTOMER-DATA.
073500     PERFORM 5400-FIND-CUSTOMER.
073600     PERFORM 6000-COUNT-LINK.
073700     PERFORM 3610-READ-HSHLDM.
073800 3620-EXIT.
073900     EXIT.
074000
074100 3700-SWEEP-GLJRNL.
074200     SET DLR234-RX TO 9.
074300     PERFORM 3000-START-RELATIONSHIP.
074400     MOVE 'N' TO DLR234-EOF-SW.
074500     OPEN INPUT GL-JOURNAL-FILE.
074600     PERFORM 3710-READ-GLJRNL.
074700     PERFORM 3720-CHECK-GLJRNL
074800         UNTIL DLR234-EOF.
074900     CLOSE GL-JOURNAL-FILE.
075000 3700-EXIT.
075100     EXIT.
075200
075300 3710-READ-GLJRNL.
075400     READ GL-JOURNAL-FILE
075500         AT END
075600             MOVE 'Y' TO DLR234-EOF-SW
075700     END-READ.
075800 3710-EXIT.
075900     EXIT.
076000
076100 3720-CHECK-GLJRNL.
076200     MOVE DLGLJRNL-DEPT-NO TO DLR234-DEPT-SUB.
076300     PERFORM 5300-FIND-DEPT.
076400     MOVE DLGLJRNL-DEPT-NO TO DLR234-NUM-3.
076500     MOVE DLR234-NUM-3 TO DLR234-KEY-TEXT.
076600     PERFORM 6000-COUNT-LINK.
076700     PERFORM 3710-READ-GLJRNL.
076800 3720-EXIT.
076900     EXIT.
077000
077100 3800-SWEEP-PTSBAL.
077200     SET DLR234-RX TO 10.
077300     PERFORM 3000-START-RELATIONSHIP.
077400     MOVE 'N' TO DLR234-EOF-SW.
077500     OPEN INPUT BALANCE-MASTER.
077600     PERFORM 3810-READ-PTSBAL.
077700     PERFORM 3820-CHECK-PTSBAL
077800         UNTIL DLR234-EOF.
077900     CLOSE BALANCE-MASTER.
078000 3800-EXIT.
078100     EXIT.
078200
078300 3810-READ-PTSBAL.
078400     READ BALANCE-MASTER NEXT RECORD
078500         AT END
078600             MOVE 'Y' TO DLR234-EOF-SW
078700     END-READ.
078800 3810-EXIT.
078900     EXIT.
079000
079100 3820-CHECK-PTSBAL.
079200     MOVE DLPTSBAL-CUST-NO TO DLR234-KEY-TEXT.
079300     MOVE DLPTSBAL-CUST-NO TO DLCUSXRF-CARD-NO.
079400     PERFORM 5500-FIND-CARD.
079500     PERFORM 6000-COUNT-LINK.
079600     PERFORM 3810-READ-PTSBAL.
079700 3820-EXIT.
079800     EXIT.
079900
080000 3900-SWEEP-TIERM.
080100     SET DLR234-RX TO 11.
080200     PERFORM 3000-START-RELATIONSHIP.
080300     MOVE 'N' TO DLR234-EOF-SW.
080400     OPEN INPUT TIER-MASTER.
080500     PERFORM 3910-READ-TIERM.
080600     PERFORM 3920-CHECK-TIERM
080700         UNTIL DLR234-EOF.
080800     CLOSE TIER-MASTER.
080900 3900-EXIT.
081000     EXIT.
081100
081200 3910-READ-TIERM.
081300     READ TIER-MASTER NEXT RECORD
081400         AT END
081500             MOVE 'Y' TO DLR234-EOF-SW
081600     END-READ.
081700 3910-EXIT.
081800     EXIT.
081900
082000 3920-CHECK-TIERM.
082100     MOVE DLTIERM-CUST-NO TO DLR234-KEY-TEXT.
082200     MOVE DLTIERM-CUST-NO TO DLCUSXRF-CARD-NO.
082300     PERFORM 5500-FIND-CARD.
082400     PERFORM 6000-COUNT-LINK.
082500     PERFORM 3910-READ-TIERM.
082600 3920-EXIT.
082700     EXIT.
082800
082900*----------------------------------------------------------------
083000*    PARENT LOOK-UPS. EACH SETS DLR234-FOUND-SW.
083100*----------------------------------------------------------------
083200 5100-FIND-STORE.
083300     MOVE 'N' TO DLR234-FOUND-SW.
083400     IF  DLR234-STORE-SUB > ZERO
083500     AND DLR234-STORE-SUB < 1000
083600         IF  DLR234-STORE-ON-FILE (DLR234-STORE-SUB) = 'Y'
083700             MOVE 'Y' TO DLR234-FOUND-SW
083800         END-IF
083900     END-IF.
084000 5100-EXIT.
084100     EXIT.
084200
084300 5200-FIND-VENDOR.
084400     MOVE 'N' TO DLR234-FOUND-SW.
084500     MOVE DLR234-VENDOR-NO TO DLR234-KEY-TEXT.
084600     SET DLR234-VEND-IX TO 1.
084700     SEARCH DLR234-VEND-ENTRY
084800         AT END
084900             CONTINUE
085000         WHEN DLR234-VEND-IX > DLR234-VEND-COUNT
085100             CONTINUE
085200         WHEN DLR234-V-VENDOR-NO (DLR234-VEND-IX)
085300                 = DLR234-VENDOR-NO
085400             MOVE 'Y' TO DLR234-FOUND-SW
085500     END-SEARCH.
085600 5200-EXIT.
085700     EXIT.
085800
085900 5300-FIND-DEPT.
086000     MOVE 'N' TO DLR234-FOUND-SW.
086100     IF  DLR234-DEPT-SUB > ZERO
086200     AND DLR234-DEPT-SUB < 1000
086300         IF  DLR234-DEPT-ON-FILE (DLR234-DEPT-SUB) = 'Y'
086400             MOVE 'Y' TO DLR234-FOUND-SW
086500         END-IF
086600     END-IF.
086700 5300-EXIT.
086800     EXIT.
086900
087000 5400-FIND-CUSTOMER.
087100     MOVE 'Y' TO DLR234-FOUND-SW.
087200     READ FCUSDAT-KEYED
087300         INVALID KEY
087400             MOVE 'N' TO DLR234-FOUND-SW
087500     END-READ.
087600 5400-EXIT.
087700     EXIT.
087800
087900 5500-FIND-CARD.
088000     MOVE 'Y' TO DLR234-FOUND-SW.
088100     READ XREF-MASTER
088200         INVALID KEY
088300             MOVE 'N' TO DLR234-FOUND-SW
088400     END-READ.
088500 5500-EXIT.
088600     EXIT.
088700
088800*----------------------------------------------------------------
088900*    COUNT ONE LINK. AN ORPHAN IS KNOWN WHEN ITS KEY IS ON THE
089000*    RETIRED KEY LOG UNDER THE PARENT'S KEY TYPE. A
089010*    CARD ORPHAN NOT SO EXPLAINED IS UNLINKED (NOT YET REGISTERED)
089020*    AND SHARES THE UNEXPLAINED SAMPLE LIMIT.
089100*----------------------------------------------------------------
089200 6000-COUNT-LINK.
089300     ADD 1 TO DLR234-R-CHECKED (DLR234-RX).
089400     IF  NOT DLR234-PARENT-FOUND
089500         ADD 1 TO DLR234-R-ORPHANS (DLR234-RX)
089600         PERFORM 6100-FIND-RETIRED-KEY
089700         IF  DLR234-KEY-RETIRED
089800             ADD 1 TO DLR234-R-KNOWN (DLR234-RX)
089900             IF  DLR234-R-KNOWN-SHOWN (DLR234-RX) < 5
090000                 ADD 1 TO DLR234-R-KNOWN-SHOWN (DLR234-RX)
090100                 PERFORM 6200-PRINT-KNOWN-SAMPLE
090200             END-IF
090300         ELSE
090400             IF  DLR234-CARD-LINK (DLR234-RX)
090410                 ADD 1 TO DLR234-R-UNLINKED (DLR234-RX)
090420             ELSE
090430                 ADD 1 TO DLR234-R-UNEXPLAINED (DLR234-RX)
090440             END-IF
090500             IF  DLR234-R-UNEXP-SHOWN (DLR234-RX) < 5
090600                 ADD 1 TO DLR234-R-UNEXP-SHOWN (DLR234-RX)
090700                 PERFORM 6300-PRINT-UNEXPLAINED-SAMPLE
090800             END-IF
090900         END-IF
091000     END-IF.
091100 6000-EXIT.
091200     EXIT.
091300
091400 6100-FIND-RETIRED-KEY.
091500     MOVE 'N' TO DLR234-RETIRED-SW.
091600     SET DLR234-KR-IX TO 1.
091700     SEARCH DLR234-KEYRET-ENTRY
091800         AT END
091900             CONTINUE
092000         WHEN DLR234-KR-IX > DLR234-KEYRET-COUNT
092100             CONTINUE
092200         WHEN DLR234-K-TYPE (DLR234-KR-IX)
092300                 = DLR234-R-KEY-TYPE (DLR234-RX)
092400          AND DLR234-K-VALUE (DLR234-KR-IX) = DLR234-KEY-TEXT
092500             MOVE 'Y' TO DLR234-RETIRED-SW
092600     END-SEARCH.
092700 6100-EXIT.
092800     EXIT.
092900
093000 6200-PRINT-KNOWN-SAMPLE.
093100     MOVE DLR234-KEY-TEXT TO DLR234-SL-KEY.
093200     MOVE SPACES TO DLR234-SL-NEW-VALUE.
093300     EVALUATE DLR234-K-REASON (DLR234-KR-IX)
093400         WHEN 'M'
093500             MOVE 'KNOWN MERGE INTO' TO DLR234-SL-TEXT
093600             MOVE DLR234-K-NEW-VALUE (DLR234-KR-IX)
093700                 TO DLR234-SL-NEW-VALUE
093800         WHEN 'E'
093900             MOVE 'KNOWN ERASURE'    TO DLR234-SL-TEXT
094000         WHEN OTHER
094100             MOVE 'KNOWN PURGE'      TO DLR234-SL-TEXT
094200     END-EVALUATE.
094300     MOVE DLR234-K-DATE (DLR234-KR-IX) TO DLR234-SL-DATE.
094400     WRITE SWEEP-LINE FROM DLR234-SAMPLE-LINE.
094500 6200-EXIT.
094600     EXIT.
094700
094800 6300-PRINT-UNEXPLAINED-SAMPLE.
094900     MOVE DLR234-KEY-TEXT TO DLR234-SL-KEY.
095000     IF  DLR234-CARD-LINK (DLR234-RX)
095010         MOVE 'CARD NOT REGISTERED' TO DLR234-SL-TEXT
095020     ELSE
095030         MOVE 'NO EXPLANATION'   TO DLR234-SL-TEXT
095040     END-IF.
095100     MOVE SPACES TO DLR234-SL-NEW-VALUE.
095200     MOVE SPACES TO DLR234-SL-DATE.
095300     WRITE SWEEP-LINE FROM DLR234-SAMPLE-LINE.
095400 6300-EXIT.
095500     EXIT.
095600
095700 8000-PRINT-SUMMARY.
095800     WRITE SWEEP-LINE FROM DLR234-BLANK-LINE.
095900     WRITE SWEEP-LINE FROM DLR234-HEADING-2.
096000     OPEN EXTEND HISTORY-FILE.
096100     PERFORM 8100-SUMMARISE-ONE
096200         VARYING DLR234-RX FROM 1 BY 1
096300         UNTIL DLR234-RX > 11.
096400     CLOSE HISTORY-FILE.
096500     WRITE SWEEP-LINE FROM DLR234-BLANK-LINE.
096600     MOVE 'UNEXPLAINED ORPHANS, ALL LINKS        -'
096700         TO DLR234-T-LABEL.
096800     MOVE DLR234-TOTAL-UNEXPLAINED TO DLR234-T-COUNT.
096900     WRITE SWEEP-LINE FROM DLR234-TOTAL-LINE.
096910     MOVE 'UNLINKED CARDS (NOT IN UNEXPLAINED)   -'
096920         TO DLR234-T-LABEL.
096930     MOVE DLR234-TOTAL-UNLINKED TO DLR234-T-COUNT.
096940     WRITE SWEEP-LINE FROM DLR234-TOTAL-LINE.
097000     MOVE 'RELATIONSHIPS WITH A JUMP             -'
097100         TO DLR234-T-LABEL.
097200     MOVE DLR234-JUMPS TO DLR234-T-COUNT.
097300     WRITE SWEEP-LINE FROM DLR234-TOTAL-LINE.
097400     IF  DLR234-VEND-DROPPED > ZERO
097500         MOVE 'VENDORS NOT TABLED (LINKS MAY MISS)   -'
097600             TO DLR234-T-LABEL
097700         MOVE DLR234-VEND-DROPPED TO DLR234-T-COUNT
097800         WRITE SWEEP-LINE FROM DLR234-TOTAL-LINE
097900     END-IF.
098000     IF  DLR234-KEYRET-DROPPED > ZERO
098100         MOVE 'RETIRED KEYS NOT TABLED               -'
098200             TO DLR234-T-LABEL
098300         MOVE DLR234-KEYRET-DROPPED TO DLR234-T-COUNT
098400         WRITE SWEEP-LINE FROM DLR234-TOTAL-LINE
098500     END-IF.
098600 8000-EXIT.
098700     EXIT.
098800
098900*    A RISE IN THE UNEXPLAINED COUNT SINCE THE LAST RUN IS
099000*    FLAGGED; ONE OF TEN OR MORE THAT AT LEAST DOUBLES IT IS A
099100*    JUMP.
099200 8100-SUMMARISE-ONE.
099300     MOVE DLR234-R-ID (DLR234-RX)     TO DLR234-SM-ID.
099400     MOVE DLR234-R-CHILD (DLR234-RX)  TO DLR234-SM-CHILD.
099500     MOVE DLR234-R-FIELD (DLR234-RX)  TO DLR234-SM-FIELD.
099600     MOVE DLR234-R-PARENT (DLR234-RX) TO DLR234-SM-PARENT.
099700     MOVE DLR234-R-CHECKED (DLR234-RX) TO DLR234-SM-CHECKED.
099800     MOVE DLR234-R-ORPHANS (DLR234-RX) TO DLR234-SM-ORPHANS.
099900     MOVE DLR234-R-KNOWN (DLR234-RX)   TO DLR234-SM-KNOWN.
099910     MOVE DLR234-R-UNLINKED (DLR234-RX) TO DLR234-SM-UNLINKED.
100000     MOVE DLR234-R-UNEXPLAINED (DLR234-RX)
100100         TO DLR234-SM-UNEXPLAINED.
100200     MOVE DLR234-R-LAST-UNEXPL (DLR234-RX) TO DLR234-SM-LAST.
100300     COMPUTE DLR234-CHANGE = DLR234-R-UNEXPLAINED (DLR234-RX)
100400                           - DLR234-R-LAST-UNEXPL (DLR234-RX).
100500     MOVE DLR234-CHANGE TO DLR234-SM-CHANGE.
100600     MOVE SPACES TO DLR234-SM-FLAG.
100700     IF  DLR234-R-LAST-DATE (DLR234-RX) = ZERO
100800         MOVE 'FIRST' TO DLR234-SM-FLAG
100900     ELSE
101000         IF  DLR234-CHANGE > ZERO
101100             MOVE 'RISING' TO DLR234-SM-FLAG
101200             IF  DLR234-CHANGE NOT < 10
101300             AND DLR234-CHANGE
101400                     NOT < DLR234-R-LAST-UNEXPL (DLR234-RX)
101500                 MOVE '**JUMP**' TO DLR234-SM-FLAG
101600                 ADD 1 TO DLR234-JUMPS
101700             END-IF
101800         END-IF
101900     END-IF.
102000     WRITE SWEEP-LINE FROM DLR234-SUMMARY-LINE.
102100     ADD DLR234-R-UNEXPLAINED (DLR234-RX)
102200         TO DLR234-TOTAL-UNEXPLAINED.
102210     ADD DLR234-R-UNLINKED (DLR234-RX)
102220         TO DLR234-TOTAL-UNLINKED.
102300     MOVE SPACES TO DLRIHIST-RECORD.
102400     MOVE DLR234-R-ID (DLR234-RX) TO DLRIHIST-REL-ID.
102500     MOVE DLR234-RUN-DATE TO DLRIHIST-RUN-DATE.
102600     MOVE DLR234-R-CHECKED (DLR234-RX) TO DLRIHIST-CHECKED.
102700     MOVE DLR234-R-ORPHANS (DLR234-RX) TO DLRIHIST-ORPHANS.
102800     MOVE DLR234-R-KNOWN (DLR234-RX)   TO DLRIHIST-KNOWN.
102900     MOVE DLR234-R-UNEXPLAINED (DLR234-RX)
103000         TO DLRIHIST-UNEXPLAINED.
103100     WRITE DLRIHIST-RECORD.
103200 8100-EXIT.
103300     EXIT.
103400
103500 9000-TERMINATE.
103600     DISPLAY 'DLR234 UNEXPLAINED ORPHANS = '
103700             DLR234-TOTAL-UNEXPLAINED.
103710     DISPLAY 'DLR234 UNLINKED CARDS = '
103720             DLR234-TOTAL-UNLINKED.
103800     DISPLAY 'DLR234 JUMPS SINCE LAST RUN = ' DLR234-JUMPS.
103900     IF  DLR234-TOTAL-UNEXPLAINED > ZERO
104000         MOVE 4 TO RETURN-CODE
104100     END-IF.
104200     CLOSE FCUSDAT-KEYED
104300           XREF-MASTER
104400           SWEEP-REPORT.
104500 9000-EXIT.
104600     EXIT.

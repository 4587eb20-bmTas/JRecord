001600*   WITH A RUNNING BALANCE FROM TRANSACTION-AMOUNT, SO BRANCH    *
001700*   STAFF STOP STAPLING TWO LISTINGS TOGETHER AND SORTING THEM   *
001800*   BY EYE. BOTH FILES ARE SORTED ASCENDING BY CUSTOMER-ID.      *
001820*   A CUSTOMER WHOSE CURRENT ADDRESS IS FLAGGED UNDELIVERABLE    *
001840*   ON FCUNDLV GETS NO STATEMENT; IT IS HELD AND THE CUSTOMER    *
001860*   IS LISTED ON THE NEEDS-ADDRESS WORKLIST INSTEAD.             *
001900*                                                                *
002000*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002100*  ---|----------|------------------------------|------------    *
002200*  01 | 22/08/26 | FIRST ISSUE                  | R. GEALL       *
002250*  02 | 15/10/26 | HOLD STATEMENTS TO ADDRESSES | R. GEALL       *
002260*     |          | FLAGGED ON FCUNDLV           |                *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003400                              ORGANIZATION IS SEQUENTIAL.
003500     SELECT STATEMENT-PRINT   ASSIGN TO FCSTMT
003600                              ORGANIZATION IS SEQUENTIAL.
003610     SELECT UNDELIVERABLE-FILE ASSIGN TO FCUNDLV
003620                              ORGANIZATION IS INDEXED
003630                              ACCESS MODE IS SEQUENTIAL
003640                              RECORD KEY IS UD-KEY.
003650     SELECT NEEDS-ADDRESS-FILE ASSIGN TO NEEDADDR
003660                              ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  FCUSDAT-FILE
004800     RECORDING MODE IS F
004900     LABEL RECORDS ARE STANDARD.
005000 01  STATEMENT-LINE              PIC X(80).
005010 FD  UNDELIVERABLE-FILE
005020     LABEL RECORDS ARE STANDARD.
005030     COPY FCUNDLV.
005040 FD  NEEDS-ADDRESS-FILE
005050     RECORDING MODE IS F
005060     LABEL RECORDS ARE STANDARD.
005070     COPY FCNEEDAD.
005100 WORKING-STORAGE SECTION.
005200 01  DLR086-SWITCHES.
005300     05  DLR086-MAST-EOF-SW       PIC X(01)  VALUE 'N'.
005600         88  DLR086-OVF-EOF                  VALUE 'Y'.
005700     05  DLR086-SWAPPED-SW        PIC X(01)  VALUE 'N'.
005800         88  DLR086-SWAPPED                  VALUE 'Y'.
005820     05  DLR086-UD-EOF-SW         PIC X(01)  VALUE 'N'.
005840         88  DLR086-UD-EOF                   VALUE 'Y'.
005860     05  DLR086-HELD-SW           PIC X(01)  VALUE 'N'.
005880         88  DLR086-HELD                     VALUE 'Y'.
005900 01  DLR086-CONTROL.
006000     05  DLR086-ENTRY-COUNT       PIC S9(04)  COMP  VALUE ZERO.
006100     05  DLR086-SORT-TOP          PIC S9(04)  COMP  VALUE ZERO.
008600     05  DLR086-V-AMOUNT          PIC S9(13)V99 COMP-3.
008700     05  DLR086-V-COMMENT         PIC X(09).
008800 01  DLR086-RUNNING-BALANCE       PIC S9(13)V99 COMP-3.
008810*    UNDELIVERABLE ADDRESSES, IN CUSTOMER-ID ORDER.
008820 01  DLR086-UD-COUNT              PIC S9(04)  COMP  VALUE ZERO.
008830 01  DLR086-UD-TABLE.
008840     05  DLR086-UD-ENTRY OCCURS 3000 TIMES
008850                         INDEXED BY DLR086-UX.
008860         10  DLR086-U-CUST-ID     PIC 9(06).
008870         10  DLR086-U-ADDRESS     PIC X(20).
008880 01  DLR086-RUN-DATE              PIC 9(08)  VALUE ZERO.
008900 01  DLR086-COUNTERS.
009000     05  DLR086-STATEMENTS        PIC 9(07)  VALUE ZERO.
009030     05  DLR086-HELD-COUNT        PIC 9(07)  VALUE ZERO.
009060     05  DLR086-UD-NOT-TABLED     PIC 9(07)  VALUE ZERO.
009100 01  DLR086-STMT-HEADER.
009200     05  FILLER                   PIC X(22)  VALUE
009300         'STATEMENT - CUSTOMER  '.
011600     OPEN INPUT  FCUSDAT-FILE.
011700     OPEN INPUT  OVERFLOW-FILE.
011800     OPEN OUTPUT STATEMENT-PRINT.
011820     OPEN OUTPUT NEEDS-ADDRESS-FILE.
011840     ACCEPT DLR086-RUN-DATE FROM DATE YYYYMMDD.
011860     PERFORM 1100-LOAD-UNDELIVERABLE.
011900     PERFORM 2100-READ-MASTER.
012000     PERFORM 2200-READ-OVERFLOW.
012100 1000-EXIT.
012200     EXIT.
012300
012303 1100-LOAD-UNDELIVERABLE.
012306     OPEN INPUT UNDELIVERABLE-FILE.
012309     PERFORM 1110-READ-UNDELIVERABLE.
012312     PERFORM 1120-HOLD-ONE-UNDELIVERABLE
012315         UNTIL DLR086-UD-EOF.
012318     CLOSE UNDELIVERABLE-FILE.
012321 1100-EXIT.
012324     EXIT.
012327
012330 1110-READ-UNDELIVERABLE.
012333     READ UNDELIVERABLE-FILE NEXT RECORD
012336         AT END
012339             MOVE 'Y' TO DLR086-UD-EOF-SW
012342     END-READ.
012345 1110-EXIT.
012348     EXIT.
012351
012354 1120-HOLD-ONE-UNDELIVERABLE.
012357     IF  UD-UNDELIVERABLE
012360         IF  DLR086-UD-COUNT < 3000
012363             ADD 1 TO DLR086-UD-COUNT
012366             SET DLR086-UX TO DLR086-UD-COUNT
012369             MOVE UD-CUSTOMER-ID TO DLR086-U-CUST-ID (DLR086-UX)
012372             MOVE UD-ADDRESS     TO DLR086-U-ADDRESS (DLR086-UX)
012375         ELSE
012378             ADD 1 TO DLR086-UD-NOT-TABLED
012381         END-IF
012384     END-IF.
012387     PERFORM 1110-READ-UNDELIVERABLE.
012390 1120-EXIT.
012393     EXIT.
012396
012400 2000-STATEMENT-ONE-CUSTOMER.
012600     MOVE ZERO TO DLR086-ENTRY-COUNT.
012700     PERFORM 2300-GATHER-BASE-ENTRIES.
012800     PERFORM 2400-GATHER-OVERFLOW-ENTRIES
012900         UNTIL DLR086-OVF-EOF
013000            OR CUSTOMER-ID OF CUSTOMER-OVERFLOW-DATA
013100                   > CUSTOMER-ID OF CUSTOMER-DATA.
013130     PERFORM 2500-TEST-UNDELIVERABLE.
013160     IF  DLR086-HELD
013190         PERFORM 6000-HOLD-STATEMENT
013220     ELSE
013250         ADD 1 TO DLR086-STATEMENTS
013280         PERFORM 3000-SORT-CHRONOLOGICALLY
013310         PERFORM 4000-PRINT-STATEMENT
013340     END-IF.
013400     PERFORM 2100-READ-MASTER.
013500 2000-EXIT.
013600     EXIT.
020800 2450-EXIT.
020900     EXIT.
021000
021004*    ONLY A FLAG ON THE ADDRESS THE CUSTOMER HOLDS TODAY HOLDS
021008*    THE STATEMENT.
021012 2500-TEST-UNDELIVERABLE.
021016     MOVE 'N' TO DLR086-HELD-SW.
021020     SET DLR086-UX TO 1.
021024     SEARCH DLR086-UD-ENTRY
021028         AT END
021032             CONTINUE
021036         WHEN DLR086-UX > DLR086-UD-COUNT
021040             CONTINUE
021044         WHEN DLR086-U-CUST-ID (DLR086-UX)
021048                  = CUSTOMER-ID OF CUSTOMER-DATA
021052         AND  DLR086-U-ADDRESS (DLR086-UX) = CUSTOMER-ADDRESS
021056             MOVE 'Y' TO DLR086-HELD-SW
021060         WHEN DLR086-U-CUST-ID (DLR086-UX)
021064                  > CUSTOMER-ID OF CUSTOMER-DATA
021068             CONTINUE
021072     END-SEARCH.
021076 2500-EXIT.
021080     EXIT.
021084
021100 3000-SORT-CHRONOLOGICALLY.
021200     MOVE DLR086-ENTRY-COUNT TO DLR086-SORT-TOP.
021300     MOVE 'Y' TO DLR086-SWAPPED-SW.
027900 5100-EXIT.
028000     EXIT.
028100
028107 6000-HOLD-STATEMENT.
028114     ADD 1 TO DLR086-HELD-COUNT.
028121     MOVE SPACES TO NEEDS-ADDRESS-DATA.
028128     MOVE CUSTOMER-ID OF CUSTOMER-DATA TO NA-CUSTOMER-ID.
028135     MOVE 'ST'               TO NA-MAIL-TYPE.
028142     MOVE CUSTOMER-NAME      TO NA-CUSTOMER-NAME.
028149     MOVE DLR086-RUN-DATE    TO NA-HELD-DATE.
028156     MOVE 'DLR086  '         TO NA-HELD-BY.
028163     WRITE NEEDS-ADDRESS-DATA.
028170 6000-EXIT.
028177     EXIT.
028184
028200 9000-TERMINATE.
028210     IF  DLR086-UD-NOT-TABLED > ZERO
028220         MOVE 4 TO RETURN-CODE
028230     END-IF.
028240     DISPLAY 'DLR086 STATEMENTS PRINTED     = '
028250         DLR086-STATEMENTS.
028260     DISPLAY 'DLR086 HELD - NEEDS ADDRESS   = '
028270         DLR086-HELD-COUNT.
028280     DISPLAY 'DLR086 FLAGS NOT TABLED       = '
028290         DLR086-UD-NOT-TABLED.
028300     CLOSE FCUSDAT-FILE
028400           OVERFLOW-FILE
028460           STATEMENT-PRINT
028520           NEEDS-ADDRESS-FILE.
028600 9000-EXIT.
028700     EXIT.

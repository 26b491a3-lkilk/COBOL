       IDENTIFICATION DIVISION.
       PROGRAM-ID. vendor-table.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL F-MASTER-FILE
                   ASSIGN TO 'vendor-master.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RC-VM-CODE
                   FILE STATUS IS WS-MASTER-STATUS.
               SELECT OPTIONAL F-VENDOR-TABLE-FILE
                   ASSIGN TO 'vendor-table.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-ROUTING-FILE
                   ASSIGN TO 'vendor-routing.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL F-OUTAGE-FILE
                   ASSIGN TO 'vendor-outage.dat'
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           FILE SECTION.
           FD F-MASTER-FILE.
           COPY "vendor-master-record.cpy".
      *    One row per print vendor: code, Y when it is the default
      *    vendor for unmapped states, Y when it takes print-image
      *    lines, and its name.
           FD F-VENDOR-TABLE-FILE.
           01 RC-VENDOR-TABLE-RECORD.
               05 RC-VTAB-CODE PIC X.
               05 FILLER PIC X.
               05 RC-VTAB-DEFAULT PIC X.
               05 FILLER PIC X.
               05 RC-VTAB-PRINT-IMAGE PIC X.
               05 FILLER PIC X.
               05 RC-VTAB-NAME PIC X(30).
           FD F-ROUTING-FILE.
           01 RC-ROUTING-RECORD.
               05 RC-ROUTING-STATE PIC X(2).
               05 FILLER PIC X.
               05 RC-ROUTING-VENDOR PIC X.
      *    A vendor that cannot print from one date to another, both
      *    inclusive, and the vendor its states go to meanwhile.
           FD F-OUTAGE-FILE.
           01 RC-OUTAGE-RECORD.
               05 RC-OUTAGE-VENDOR PIC X.
               05 FILLER PIC X.
               05 RC-OUTAGE-FROM-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-OUTAGE-TO-DATE PIC X(10).
               05 FILLER PIC X.
               05 RC-OUTAGE-FAILOVER PIC X.
           WORKING-STORAGE SECTION.
           01 WS-MASTER-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9.
           01 WS-TABLE-IS-LOADED PIC 9 VALUE 0.
           01 WS-TABLE-WAS-BUILT-IN PIC 9 VALUE 0.
           01 WS-VND-SUB PIC 99.
           01 WS-VND-FOUND PIC 99.
           01 WS-WANTED-CODE PIC X.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==WS==.
           01 WS-ROUTING-SUB PIC 99.
           01 WS-ROUTING-COUNT PIC 99 VALUE 0.
           01 WS-ROUTING-TABLE.
               05 WS-ROUTING-ENTRY OCCURS 0 TO 60 TIMES
               DEPENDING ON WS-ROUTING-COUNT.
                   10 WS-ROUTING-STATE PIC X(2).
                   10 WS-ROUTING-VENDOR PIC X.
           01 WS-OUTAGE-SUB PIC 99.
           01 WS-OUTAGE-COUNT PIC 99 VALUE 0.
           01 WS-OUTAGE-TABLE.
               05 WS-OUTAGE-ENTRY OCCURS 0 TO 50 TIMES
               DEPENDING ON WS-OUTAGE-COUNT.
                   10 WS-OUTAGE-VENDOR PIC X.
                   10 WS-OUTAGE-FROM-DATE PIC X(10).
                   10 WS-OUTAGE-TO-DATE PIC X(10).
                   10 WS-OUTAGE-FAILOVER PIC X.
           01 WS-OUTAGE-FAILOVER-CODE PIC X.
           01 WS-FAILOVER-HOPS PIC 99.
           01 WS-FAILOVER-WAS-MOVED PIC 9.
           01 WS-REACHED-TABLE.
               05 WS-VND-REACHED PIC 9 OCCURS 20 TIMES.
           01 WS-CONTRACT-PROBLEM PIC X(30).
           LINKAGE SECTION.
           01 LS-VTB-FUNCTION PIC X.
           01 LS-VTB-STATE PIC X(2).
           01 LS-VTB-DATE PIC X(10).
           01 LS-VTB-VENDOR PIC X.
           01 LS-VTB-HOME-VENDOR PIC X.
           COPY "vendor-table.cpy"
               REPLACING LEADING ==RC== BY ==LS==.
           01 LS-VTB-RESULT PIC 9.
       PROCEDURE DIVISION USING LS-VTB-FUNCTION LS-VTB-STATE
           LS-VTB-DATE LS-VTB-VENDOR LS-VTB-HOME-VENDOR
           LS-VENDOR-TABLE LS-VTB-RESULT.

      *    The one place the print vendor set and the state routing
      *    are read, for every program that routes or accounts for
      *    vendor mail.  Function L hands back the vendor table, from
      *    vendor-master.dat when it holds any vendor, else from
      *    vendor-table.dat (result 4 when neither is there and the
      *    original two vendors, A the default and print-image
      *    vendor, and B, stand in).  R routes LS-VTB-STATE for a
      *    piece mailed on LS-VTB-DATE: LS-VTB-HOME-VENDOR is the
      *    vendor the state is contracted to, LS-VTB-VENDOR the one
      *    the piece actually goes to -- a different vendor while the
      *    home vendor is down on vendor-outage.dat, which is how a
      *    caller knows the piece is failover volume.  F looks
      *    LS-VTB-VENDOR up, result 1 when it is not a vendor on the
      *    table.  V checks, for a run on LS-VTB-DATE, every vendor
      *    the routing can send mail to that day: result 2, with
      *    LS-VTB-VENDOR the first offender, when any of them is not
      *    active or is outside its contract dates -- the run is to
      *    be refused before it writes anything.  The files are read
      *    on the first call of the run.
           MOVE 0 TO LS-VTB-RESULT.
           IF WS-TABLE-IS-LOADED = 0
               PERFORM LOAD-VENDOR-TABLE
               PERFORM LOAD-VENDOR-ROUTING
               PERFORM LOAD-VENDOR-OUTAGES
               MOVE 1 TO WS-TABLE-IS-LOADED
           END-IF.
           EVALUATE LS-VTB-FUNCTION
               WHEN 'L'
                   MOVE WS-VENDOR-TABLE TO LS-VENDOR-TABLE
                   IF WS-TABLE-WAS-BUILT-IN = 1
                       MOVE 4 TO LS-VTB-RESULT
                   END-IF
               WHEN 'R'
                   PERFORM ROUTE-STATE
               WHEN 'V'
                   PERFORM VALIDATE-VENDOR-CONTRACTS
               WHEN 'F'
                   MOVE LS-VTB-VENDOR TO WS-WANTED-CODE
                   PERFORM FIND-VENDOR
                   IF WS-VND-FOUND = 0
                       MOVE 1 TO LS-VTB-RESULT
                   END-IF
               WHEN OTHER
                   MOVE 9 TO LS-VTB-RESULT
           END-EVALUATE.
           GOBACK.

      *    A blank or repeated code is refused rather than guessed
      *    at.  With no row marked default the first vendor is.
           LOAD-VENDOR-TABLE.
           MOVE 0 TO WS-VND-COUNT.
           MOVE SPACE TO WS-VND-DEFAULT-CODE.
           PERFORM LOAD-VENDOR-MASTER.
           IF WS-VND-COUNT = 0
               MOVE 0 TO WS-FILE-IS-ENDED
               OPEN INPUT F-VENDOR-TABLE-FILE
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-VENDOR-TABLE-FILE
                       NOT AT END
                           PERFORM STORE-ONE-VENDOR
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-VENDOR-TABLE-FILE
           END-IF.
           IF WS-VND-COUNT = 0
               PERFORM LOAD-BUILT-IN-VENDORS
           END-IF.
           IF WS-VND-DEFAULT-CODE = SPACE
               MOVE WS-VND-CODE(1) TO WS-VND-DEFAULT-CODE
           END-IF.

           STORE-ONE-VENDOR.
           MOVE FUNCTION UPPER-CASE(RC-VTAB-CODE) TO WS-WANTED-CODE.
           PERFORM FIND-VENDOR.
           EVALUATE TRUE
               WHEN WS-WANTED-CODE = SPACE
                   CONTINUE
               WHEN WS-VND-FOUND > 0
                   DISPLAY 'vendor-table: vendor ' WS-WANTED-CODE
                       ' appears twice -- later row ignored'
               WHEN WS-VND-COUNT NOT < 20
                   DISPLAY 'vendor-table: vendor table full -- '
                       'vendor ' WS-WANTED-CODE ' ignored'
               WHEN OTHER
                   ADD 1 TO WS-VND-COUNT
                   MOVE WS-WANTED-CODE TO WS-VND-CODE(WS-VND-COUNT)
                   MOVE RC-VTAB-NAME TO WS-VND-NAME(WS-VND-COUNT)
                   MOVE FUNCTION UPPER-CASE(RC-VTAB-PRINT-IMAGE)
                       TO WS-VND-PRINT-IMAGE(WS-VND-COUNT)
                   PERFORM CLEAR-VENDOR-TERMS
                   IF FUNCTION UPPER-CASE(RC-VTAB-DEFAULT) = 'Y'
                   AND WS-VND-DEFAULT-CODE = SPACE
                       MOVE WS-WANTED-CODE TO WS-VND-DEFAULT-CODE
                   END-IF
           END-EVALUATE.

      *    A vendor known only from vendor-table.dat or the built-in
      *    pair is active, open-ended and has no terms of its own.
           CLEAR-VENDOR-TERMS.
           MOVE 'A' TO WS-VND-STATUS(WS-VND-COUNT).
           MOVE SPACES TO WS-VND-CONTRACT-START(WS-VND-COUNT).
           MOVE SPACES TO WS-VND-CONTRACT-END(WS-VND-COUNT).
           MOVE 0 TO WS-VND-DAILY-CAPACITY(WS-VND-COUNT).
           MOVE 0 TO WS-VND-SLA-DAYS(WS-VND-COUNT).
           MOVE 0 TO WS-VND-ACK-GRACE-DAYS(WS-VND-COUNT).
           MOVE 0 TO WS-VND-PIECE-PRICE(WS-VND-COUNT).

      *    Terminated and suspended vendors are loaded too, so that
      *    the scorecard and the invoice audit still know them; V is
      *    what keeps mail away from them.
           LOAD-VENDOR-MASTER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN INPUT F-MASTER-FILE.
           IF WS-MASTER-STATUS(1:1) NOT = '0'
               MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-MASTER-FILE NEXT
                   NOT AT END
                       PERFORM STORE-ONE-MASTER-VENDOR
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           IF WS-MASTER-STATUS(1:1) = '0'
           OR WS-MASTER-STATUS = '10'
               CLOSE F-MASTER-FILE
           END-IF.

           STORE-ONE-MASTER-VENDOR.
           IF RC-VM-CODE NOT = SPACE
               IF WS-VND-COUNT < 20
                   ADD 1 TO WS-VND-COUNT
                   MOVE RC-VM-CODE TO WS-VND-CODE(WS-VND-COUNT)
                   MOVE RC-VM-NAME TO WS-VND-NAME(WS-VND-COUNT)
                   MOVE RC-VM-PRINT-IMAGE
                       TO WS-VND-PRINT-IMAGE(WS-VND-COUNT)
                   MOVE RC-VM-STATUS TO WS-VND-STATUS(WS-VND-COUNT)
                   MOVE RC-VM-CONTRACT-START
                       TO WS-VND-CONTRACT-START(WS-VND-COUNT)
                   MOVE RC-VM-CONTRACT-END
                       TO WS-VND-CONTRACT-END(WS-VND-COUNT)
                   MOVE RC-VM-DAILY-CAPACITY
                       TO WS-VND-DAILY-CAPACITY(WS-VND-COUNT)
                   MOVE RC-VM-SLA-DAYS
                       TO WS-VND-SLA-DAYS(WS-VND-COUNT)
                   MOVE RC-VM-ACK-GRACE-DAYS
                       TO WS-VND-ACK-GRACE-DAYS(WS-VND-COUNT)
                   MOVE RC-VM-PIECE-PRICE
                       TO WS-VND-PIECE-PRICE(WS-VND-COUNT)
                   IF RC-VM-DEFAULT = 'Y'
                   AND WS-VND-DEFAULT-CODE = SPACE
                       MOVE RC-VM-CODE TO WS-VND-DEFAULT-CODE
                   END-IF
               ELSE
                   DISPLAY 'vendor-table: vendor table full -- '
                       'vendor ' RC-VM-CODE ' ignored'
               END-IF
           END-IF.

           LOAD-BUILT-IN-VENDORS.
           MOVE 1 TO WS-TABLE-WAS-BUILT-IN.
           MOVE 2 TO WS-VND-COUNT.
           MOVE 'A' TO WS-VND-CODE(1).
           MOVE 'VENDOR A' TO WS-VND-NAME(1).
           MOVE 'Y' TO WS-VND-PRINT-IMAGE(1).
           MOVE 'B' TO WS-VND-CODE(2).
           MOVE 'VENDOR B' TO WS-VND-NAME(2).
           MOVE 'N' TO WS-VND-PRINT-IMAGE(2).
           PERFORM CLEAR-VENDOR-TERMS.
           MOVE 1 TO WS-VND-COUNT.
           PERFORM CLEAR-VENDOR-TERMS.
           MOVE 2 TO WS-VND-COUNT.
           MOVE 'A' TO WS-VND-DEFAULT-CODE.

           FIND-VENDOR.
           MOVE 0 TO WS-VND-FOUND.
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT
               OR WS-VND-FOUND > 0
               IF WS-VND-CODE(WS-VND-SUB) = WS-WANTED-CODE
                   MOVE WS-VND-SUB TO WS-VND-FOUND
               END-IF
           END-PERFORM.

      *    A routing row naming a vendor not on the table would
      *    route mail to a file nobody collects; the state goes to
      *    the default vendor instead, and says so.
           LOAD-VENDOR-ROUTING.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-ROUTING-COUNT.
           OPEN INPUT F-ROUTING-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ROUTING-FILE
                   NOT AT END
                       PERFORM STORE-ONE-ROUTING
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ROUTING-FILE.

           STORE-ONE-ROUTING.
           MOVE FUNCTION UPPER-CASE(RC-ROUTING-VENDOR)
               TO WS-WANTED-CODE.
           PERFORM FIND-VENDOR.
           IF WS-VND-FOUND = 0
               DISPLAY 'vendor-table: state ' RC-ROUTING-STATE
                   ' routed to unknown vendor ' RC-ROUTING-VENDOR
                   ' -- default vendor used'
           ELSE
               IF WS-ROUTING-COUNT < 60
                   ADD 1 TO WS-ROUTING-COUNT
                   MOVE RC-ROUTING-STATE
                       TO WS-ROUTING-STATE(WS-ROUTING-COUNT)
                   MOVE WS-WANTED-CODE
                       TO WS-ROUTING-VENDOR(WS-ROUTING-COUNT)
               END-IF
           END-IF.

      *    An outage row is refused unless both vendors are on the
      *    table and both dates are given: an open-ended outage is the
      *    hand edit nobody remembers to take back out.
           LOAD-VENDOR-OUTAGES.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-OUTAGE-COUNT.
           OPEN INPUT F-OUTAGE-FILE.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-OUTAGE-FILE
                   NOT AT END
                       PERFORM STORE-ONE-OUTAGE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-OUTAGE-FILE.

           STORE-ONE-OUTAGE.
           MOVE FUNCTION UPPER-CASE(RC-OUTAGE-FAILOVER)
               TO WS-OUTAGE-FAILOVER-CODE.
           MOVE WS-OUTAGE-FAILOVER-CODE TO WS-WANTED-CODE.
           PERFORM FIND-VENDOR.
           IF WS-VND-FOUND > 0
               MOVE FUNCTION UPPER-CASE(RC-OUTAGE-VENDOR)
                   TO WS-WANTED-CODE
               PERFORM FIND-VENDOR
           END-IF.
           EVALUATE TRUE
               WHEN WS-VND-FOUND = 0
               OR WS-WANTED-CODE = WS-OUTAGE-FAILOVER-CODE
                   DISPLAY 'vendor-table: outage for vendor '
                       RC-OUTAGE-VENDOR ' fails over to '
                       RC-OUTAGE-FAILOVER ' -- not a usable vendor, '
                       'row ignored'
               WHEN RC-OUTAGE-FROM-DATE = SPACES
               OR RC-OUTAGE-TO-DATE = SPACES
               OR RC-OUTAGE-FROM-DATE > RC-OUTAGE-TO-DATE
                   DISPLAY 'vendor-table: outage for vendor '
                       RC-OUTAGE-VENDOR ' from ' RC-OUTAGE-FROM-DATE
                       ' to ' RC-OUTAGE-TO-DATE
                       ' -- dates unusable, row ignored'
               WHEN WS-OUTAGE-COUNT NOT < 50
                   DISPLAY 'vendor-table: outage table full -- '
                       'vendor ' RC-OUTAGE-VENDOR ' row ignored'
               WHEN OTHER
                   ADD 1 TO WS-OUTAGE-COUNT
                   MOVE WS-WANTED-CODE
                       TO WS-OUTAGE-VENDOR(WS-OUTAGE-COUNT)
                   MOVE RC-OUTAGE-FROM-DATE
                       TO WS-OUTAGE-FROM-DATE(WS-OUTAGE-COUNT)
                   MOVE RC-OUTAGE-TO-DATE
                       TO WS-OUTAGE-TO-DATE(WS-OUTAGE-COUNT)
                   MOVE WS-OUTAGE-FAILOVER-CODE
                       TO WS-OUTAGE-FAILOVER(WS-OUTAGE-COUNT)
           END-EVALUATE.

      *    Unmapped states go to the default vendor so nothing is
      *    ever dropped.
           ROUTE-STATE.
           MOVE WS-VND-DEFAULT-CODE TO LS-VTB-HOME-VENDOR.
           PERFORM VARYING WS-ROUTING-SUB FROM 1 BY 1
               UNTIL WS-ROUTING-SUB > WS-ROUTING-COUNT
               IF WS-ROUTING-STATE(WS-ROUTING-SUB) = LS-VTB-STATE
                   MOVE WS-ROUTING-VENDOR(WS-ROUTING-SUB)
                       TO LS-VTB-HOME-VENDOR
               END-IF
           END-PERFORM.
           MOVE LS-VTB-HOME-VENDOR TO LS-VTB-VENDOR.
           MOVE 0 TO WS-FAILOVER-HOPS.
           MOVE 1 TO WS-FAILOVER-WAS-MOVED.
           PERFORM APPLY-VENDOR-OUTAGES
               UNTIL WS-FAILOVER-WAS-MOVED = 0
               OR WS-FAILOVER-HOPS > WS-VND-COUNT.
           IF WS-FAILOVER-HOPS > WS-VND-COUNT
               MOVE LS-VTB-HOME-VENDOR TO LS-VTB-VENDOR
           END-IF.

      *    A failover vendor that is itself down passes the piece on
      *    to its own failover.  Outages that only lead back round
      *    to one another leave the piece with its home vendor.
           APPLY-VENDOR-OUTAGES.
           MOVE 0 TO WS-FAILOVER-WAS-MOVED.
           PERFORM VARYING WS-OUTAGE-SUB FROM 1 BY 1
               UNTIL WS-OUTAGE-SUB > WS-OUTAGE-COUNT
               OR WS-FAILOVER-WAS-MOVED = 1
               IF WS-OUTAGE-VENDOR(WS-OUTAGE-SUB) = LS-VTB-VENDOR
               AND LS-VTB-DATE NOT < WS-OUTAGE-FROM-DATE(WS-OUTAGE-SUB)
               AND LS-VTB-DATE NOT > WS-OUTAGE-TO-DATE(WS-OUTAGE-SUB)
                   MOVE WS-OUTAGE-FAILOVER(WS-OUTAGE-SUB)
                       TO LS-VTB-VENDOR
                   MOVE 1 TO WS-FAILOVER-WAS-MOVED
                   ADD 1 TO WS-FAILOVER-HOPS
               END-IF
           END-PERFORM.

      *    Every state's route for the day is played out -- outages
      *    and all -- along with the default vendor's, and each vendor
      *    that would receive mail is held to its status and
      *    contract dates.
           VALIDATE-VENDOR-CONTRACTS.
           MOVE ZEROS TO WS-REACHED-TABLE.
           MOVE SPACES TO LS-VTB-STATE.
           PERFORM ROUTE-STATE.
           PERFORM MARK-VENDOR-REACHED.
           PERFORM VARYING WS-ROUTING-SUB FROM 1 BY 1
               UNTIL WS-ROUTING-SUB > WS-ROUTING-COUNT
               MOVE WS-ROUTING-STATE(WS-ROUTING-SUB) TO LS-VTB-STATE
               PERFORM ROUTE-STATE
               PERFORM MARK-VENDOR-REACHED
           END-PERFORM.
           MOVE SPACE TO LS-VTB-VENDOR.
           MOVE SPACES TO LS-VTB-STATE.
           PERFORM CHECK-ONE-CONTRACT
               VARYING WS-VND-SUB FROM 1 BY 1
               UNTIL WS-VND-SUB > WS-VND-COUNT.

           MARK-VENDOR-REACHED.
           MOVE LS-VTB-VENDOR TO WS-WANTED-CODE.
           PERFORM FIND-VENDOR.
           IF WS-VND-FOUND > 0
               MOVE 1 TO WS-VND-REACHED(WS-VND-FOUND)
           END-IF.

           CHECK-ONE-CONTRACT.
           MOVE SPACES TO WS-CONTRACT-PROBLEM.
           EVALUATE TRUE
               WHEN WS-VND-REACHED(WS-VND-SUB) = 0
                   CONTINUE
               WHEN NOT WS-VND-IS-ACTIVE(WS-VND-SUB)
                   MOVE 'IS NOT ACTIVE' TO WS-CONTRACT-PROBLEM
               WHEN WS-VND-CONTRACT-START(WS-VND-SUB) NOT = SPACES
               AND WS-VND-CONTRACT-START(WS-VND-SUB) > LS-VTB-DATE
                   MOVE 'CONTRACT NOT YET STARTED'
                       TO WS-CONTRACT-PROBLEM
               WHEN WS-VND-CONTRACT-END(WS-VND-SUB) NOT = SPACES
               AND WS-VND-CONTRACT-END(WS-VND-SUB) < LS-VTB-DATE
                   MOVE 'CONTRACT EXPIRED' TO WS-CONTRACT-PROBLEM
           END-EVALUATE.
           IF WS-CONTRACT-PROBLEM NOT = SPACES
               DISPLAY 'vendor-table: vendor ' WS-VND-CODE(WS-VND-SUB)
                   ' would be routed mail on ' LS-VTB-DATE ' but '
                   FUNCTION TRIM(WS-CONTRACT-PROBLEM)
               IF LS-VTB-RESULT = 0
                   MOVE 2 TO LS-VTB-RESULT
                   MOVE WS-VND-CODE(WS-VND-SUB) TO LS-VTB-VENDOR
               END-IF
           END-IF.

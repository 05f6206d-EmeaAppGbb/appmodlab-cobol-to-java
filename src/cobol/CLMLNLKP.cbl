      * LINES THAT SHARE THE REQUESTED CLAIM NUMBER AND SUMMING THEM - *
      * A CLAIM WITH NO LINE-ITEM RECORDS IS NOT AN ERROR, SINCE MOST  *
      * CLAIMS ARE SINGLE-SERVICE AND WILL NEVER APPEAR IN THIS FILE    *
      * THE MATCHING LINES THEMSELVES ARE HANDED BACK AS WELL, SO THE  *
      * CALLER CAN EDIT EACH LINE'S PROCEDURE CODE AND SERVICE DATE    *
      * WITHOUT READING THE FILE A SECOND TIME                         *
      ******************************************************************

       ENVIRONMENT DIVISION.
      *    SUM OF THE LINES' SERVICE UNITS - A LINE WITH ZERO UNITS
      *    (WRITTEN BEFORE THE UNITS FIELD EXISTED) COUNTS AS ONE
       01  LS-UNIT-TOTAL            PIC 9(5).
      *    THE CLAIM'S LINES IN FILE ORDER - CLT-LINE-COUNT STOPS AT
      *    THE TABLE'S 99 ENTRIES EVEN IF LS-LINE-COUNT DOES NOT
       01  LS-LINE-DETAIL.
           COPY CLMLNTBL.

       PROCEDURE DIVISION USING LS-CLAIM-NUMBER
                                LS-LINE-COUNT
                                LS-LINE-TOTAL
                                LS-UNIT-TOTAL
                                LS-LINE-DETAIL.

       0000-MAIN-LOOKUP.
           IF NOT TABLE-IS-LOADED
           MOVE ZERO TO LS-LINE-COUNT
           MOVE ZERO TO LS-LINE-TOTAL
           MOVE ZERO TO LS-UNIT-TOTAL
           MOVE ZERO TO CLT-LINE-COUNT
           PERFORM 2100-CHECK-ENTRY
               VARYING WS-LI-IDX FROM 1 BY 1
               UNTIL WS-LI-IDX > WS-LINEITEM-COUNT.
                   ADD CLI-SERVICE-UNITS OF WS-LI-ENTRY(WS-LI-IDX)
                       TO LS-UNIT-TOTAL
               END-IF
               IF CLT-LINE-COUNT < 99
                   PERFORM 2200-RETURN-LINE
               END-IF
           END-IF.

       2200-RETURN-LINE.
           ADD 1 TO CLT-LINE-COUNT
           MOVE CLI-LINE-NUMBER OF WS-LI-ENTRY(WS-LI-IDX)
               TO CLT-LINE-NUMBER(CLT-LINE-COUNT)
           MOVE CLI-SERVICE-CODE OF WS-LI-ENTRY(WS-LI-IDX)
               TO CLT-SERVICE-CODE(CLT-LINE-COUNT)
           MOVE CLI-SERVICE-DATE OF WS-LI-ENTRY(WS-LI-IDX)
               TO CLT-SERVICE-DATE(CLT-LINE-COUNT)
           MOVE CLI-SERVICE-AMOUNT OF WS-LI-ENTRY(WS-LI-IDX)
               TO CLT-SERVICE-AMOUNT(CLT-LINE-COUNT)
           MOVE CLI-SERVICE-UNITS OF WS-LI-ENTRY(WS-LI-IDX)
               TO CLT-SERVICE-UNITS(CLT-LINE-COUNT).

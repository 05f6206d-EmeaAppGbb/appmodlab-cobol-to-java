                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-FRAUD-PROVIDER-EXCLUDED
                   STRING "ALERT: Provider is on the federal "
                          "exclusion list - " LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-PROVIDER-ALREADY-EXISTS
                   STRING "WARNING: Provider already exists - "
                          LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-GRIEVANCE-REJECTED
                   STRING "WARNING: Grievance transaction rejected - "
                          LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-PREMIUM-NO-OPEN-INV
                   STRING "WARNING: Premium payment with no open "
                          "invoice - policy - " LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-AGENT-ALREADY-EXISTS
                   STRING "WARNING: Agent already exists - "
                          LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-GROUP-ALREADY-EXISTS
                   STRING "WARNING: Group already exists - "
                          LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-GROUP-MAINT-NOTFND
                   STRING "WARNING: Group not found for "
                          "maintenance - " LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-GROUP-MAINT-INVALID
                   STRING "ERROR: Group transaction rejected - "
                          LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-DIAG-NOT-ON-FILE
                   STRING "WARNING: Diagnosis code not on master - "
                          "claim - " LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-SEGMENT-BACKDATED
                   STRING "WARNING: Coverage change dated before the "
                          "open segment - policy - " LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-MANUAL-CHECK-REJECTED
                   STRING "WARNING: Manual check request rejected - "
                          LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-TRANS-NOT-APPROVED
                   STRING "WARNING: Manual transaction not released "
                          "- no approval - " LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-TRANS-SELF-APPROVED
                   STRING "ALERT: Manual transaction approved by its "
                          "own maker - " LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-PRENOTE-RETURNED
                   STRING "ALERT: Prenote returned - bank account "
                          "change cancelled - " LS-ERROR-DATA
                          DELIMITED BY SIZE
                          INTO WS-ERROR-MESSAGE
                   END-STRING
               WHEN EC-ADDRESS-ALREADY-ON-FILE
                   STRING "WARNING: Contact add for member already "
                          "on file - " LS-ERROR-DATA
               WHEN LS-ERROR-CODE >= 70 AND LS-ERROR-CODE <= 72
                   MOVE "FRAUD" TO WS-CATEGORY
               WHEN LS-ERROR-CODE = 98 OR LS-ERROR-CODE = 99
                 OR LS-ERROR-CODE = 09
                   MOVE "FRAUD" TO WS-CATEGORY
               WHEN LS-ERROR-CODE = 73 OR LS-ERROR-CODE = 88
                 OR LS-ERROR-CODE = 89
                   MOVE "CURRENCY" TO WS-CATEGORY
               WHEN LS-ERROR-CODE >= 77 AND LS-ERROR-CODE <= 79
                   MOVE "PAYMENT" TO WS-CATEGORY
               WHEN LS-ERROR-CODE = 93 OR LS-ERROR-CODE = 02
                 OR LS-ERROR-CODE = 05 OR LS-ERROR-CODE = 06
                 OR LS-ERROR-CODE = 07
                   MOVE "PAYMENT" TO WS-CATEGORY
               WHEN OTHER
                   MOVE "MAINT" TO WS-CATEGORY

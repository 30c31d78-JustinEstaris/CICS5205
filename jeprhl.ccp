
       01 WS-OPERATOR-ID           PIC X(08).
       01 WS-CICS-RESP             PIC S9(8) COMP.
       01 WS-AUDIT-BEFORE-IMAGE    PIC X(226).
       01 WS-AUDITX-DONE           PIC X VALUE 'N'.

       01 WS-ABSTIME               PIC S9(15) COMP-3.

      *lookup then sends its map with ERASE so nothing of the browse
      *list is left showing underneath
       01 WS-TRANSFER-MODE         PIC 9 VALUE 0.
       01 WS-AUDIT-BEFORE-IMAGE    PIC X(226).
       01 WS-AUDITX-DONE            PIC X VALUE 'N'.

       01 WS-ABSTIME               PIC S9(15) COMP-3.

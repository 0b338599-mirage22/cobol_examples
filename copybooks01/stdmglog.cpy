      * stdmglog.cpy
      * One entry on the feed log the merge step writes alongside its
      * printed manifest -- the same facts in a shape a program can
      * read back.  Every source file gets one 'F' entry with how it
      * was handled, and every batch the merge passed or generated a
      * header for gets one 'B' entry tying its batch id to the
      * department feed it came in on.  The department is the feed's
      * default batch id (DEPT01 through DEPT04, RESUBMIT, NEWKEY),
      * whatever batch ids the department itself keyed in its headers.
           05  MGL-RUN-DATE            PIC X(08).
           05  MGL-DEPT-ID             PIC X(08).
           05  MGL-ENTRY-TYPE          PIC X(01).
               88  MGL-IS-FEED                     VALUE 'F'.
               88  MGL-IS-BATCH                    VALUE 'B'.
           05  MGL-BATCH-ID            PIC X(08).
           05  MGL-FEED-STATUS         PIC X(20).
           05  MGL-RECORD-COUNT        PIC 9(08).

      *     VALCTL STATUS          - tells the operator exactly which
      *                              step to restart after an abend
      *
      *   VALPROF profiles the same input beside VALIDATE and is a
      *   second gate on VALEXTR only: its RC 8 (severe feed drift)
      *   holds the outbound extracts while the rest of the night
      *   carries on.
      *
      *   A parallel night replaces VALIDATE with VALSPLIT, the five
      *   VALIDATE1-5 streams (each gating only on VALSPLIT, each with
      *   its own checkpoint, so one failed stream is restarted on its
      *   own while the others stand) and VALMERGE, which gates on all
      *   five. VALRECON then gates on VALMERGE instead of VALIDATE.
      *   VALIDATE and VALSPLIT are refused in the same night.
      *
      *   A predecessor is acceptable when it ended with RC 0 or 4;
      *   VALRECON's RC 8 (out of balance) and any 16 hold every
      *   downstream step, exactly the hold-downstream convention
       01 WS-RC-ARG               PIC X(2) VALUE SPACES.
       01 WS-RC-VALUE             PIC 9(2) VALUE 0.

      *    The nightly sequence, each step's predecessor and a second
      *    step it also gates on. Zero means the step gates on
      *    nothing (VALIDATE or VALSPLIT opens the night, VALPROF runs
      *    beside it; REVALIDATE is an on-demand corrections pass
      *    outside the main chain). Kind 'S' marks the parallel
      *    VALIDATE streams off VALSPLIT; kind 'M' is the merge, which
      *    gates on every one of them.
       01 WS-STEP-DEFINITIONS.
           05 FILLER PIC X(15) VALUE 'VALIDATE  0000 '.
           05 FILLER PIC X(15) VALUE 'VALSPLIT  0000 '.
           05 FILLER PIC X(15) VALUE 'VALIDATE1 0200S'.
           05 FILLER PIC X(15) VALUE 'VALIDATE2 0200S'.
           05 FILLER PIC X(15) VALUE 'VALIDATE3 0200S'.
           05 FILLER PIC X(15) VALUE 'VALIDATE4 0200S'.
           05 FILLER PIC X(15) VALUE 'VALIDATE5 0200S'.
           05 FILLER PIC X(15) VALUE 'VALMERGE  0200M'.
           05 FILLER PIC X(15) VALUE 'VALPROF   0000 '.
           05 FILLER PIC X(15) VALUE 'VALRECON  0100 '.
           05 FILLER PIC X(15) VALUE 'VALEXTR   1009 '.
           05 FILLER PIC X(15) VALUE 'SUSPAGE   1000 '.
           05 FILLER PIC X(15) VALUE 'TRENDRPT  1200 '.
           05 FILLER PIC X(15) VALUE 'REVALIDATE0000 '.
       01 WS-STEP-DEF-TABLE REDEFINES WS-STEP-DEFINITIONS.
           05 WS-STEP-DEF OCCURS 14 TIMES.
               10 WS-STEP-DEF-NAME    PIC X(10).
               10 WS-STEP-DEF-PRED    PIC 9(2).
               10 WS-STEP-DEF-ALSO    PIC 9(2).
               10 WS-STEP-DEF-KIND    PIC X(1).
                   88 WS-STREAM-STEP      VALUE 'S'.
                   88 WS-MERGE-STEP       VALUE 'M'.

      *    State per step, built from the run-control file
       01 WS-STEP-STATE-TABLE.
           05 WS-STEP-STATE OCCURS 14 TIMES.
               10 WS-STEP-STARTED     PIC X(1).
               10 WS-STEP-ENDED       PIC X(1).
               10 WS-STEP-LAST-RC     PIC 9(2).

       01 WS-STEP-IDX             PIC 9(2) VALUE 0.
       01 WS-PRED-IDX             PIC 9(2) VALUE 0.
       01 WS-SCAN-IDX             PIC 9(2) VALUE 0.
       01 WS-STREAM-IDX           PIC 9(2) VALUE 0.
       01 WS-STEP-COUNT           PIC 9(2) VALUE 14.
       01 WS-CHAIN-STEP-COUNT     PIC 9(2) VALUE 13.
       01 WS-REVALIDATE-IDX       PIC 9(2) VALUE 14.
       01 WS-VALIDATE-IDX         PIC 9(2) VALUE 1.
       01 WS-SPLIT-IDX            PIC 9(2) VALUE 2.
       01 WS-MERGE-IDX            PIC 9(2) VALUE 8.
       01 WS-PARALLEL-NIGHT-FLAG  PIC X(1) VALUE 'N'.
       01 WS-STREAM-ADVICE-FLAG   PIC X(1) VALUE 'N'.
       01 WS-ADVICE-DUE-FLAG      PIC X(1) VALUE 'N'.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-YYYY             PIC X(4).
           ACCEPT WS-COMMAND FROM COMMAND-LINE.
           UNSTRING WS-COMMAND DELIMITED BY ALL ' '
               INTO WS-FUNCTION WS-STEP-ARG WS-RC-ARG.
           INITIALIZE WS-STEP-STATE-TABLE
               REPLACING ALPHANUMERIC DATA BY 'N'.
           EVALUATE WS-FUNCTION
               WHEN 'INIT'
                   PERFORM OPEN-NEW-NIGHT

       APPLY-CONTROL-EVENT.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-STEP-COUNT
               IF CTL-STEP-NAME = WS-STEP-DEF-NAME (WS-SCAN-IDX)
                   IF CTL-START-EVENT
                       MOVE 'Y' TO WS-STEP-STARTED (WS-SCAN-IDX)
       FIND-STEP-INDEX.
           MOVE 0 TO WS-STEP-IDX.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-STEP-COUNT
               IF WS-STEP-ARG = WS-STEP-DEF-NAME (WS-SCAN-IDX)
                   MOVE WS-SCAN-IDX TO WS-STEP-IDX
               END-IF
       GATE-STEP-START.
           PERFORM FIND-STEP-INDEX.
           MOVE 'Y' TO WS-GATE-OPEN-FLAG.
           PERFORM CHECK-NIGHT-SHAPE.
           MOVE WS-STEP-DEF-PRED (WS-STEP-IDX) TO WS-PRED-IDX.
           IF WS-PRED-IDX > 0
               PERFORM RESOLVE-PREDECESSOR
               PERFORM CHECK-PREDECESSOR
           END-IF.
           MOVE WS-STEP-DEF-ALSO (WS-STEP-IDX) TO WS-PRED-IDX.
           IF WS-PRED-IDX > 0
               PERFORM RESOLVE-PREDECESSOR
               PERFORM CHECK-PREDECESSOR
           END-IF.
           IF WS-MERGE-STEP (WS-STEP-IDX)
               PERFORM VARYING WS-STREAM-IDX FROM 1 BY 1
                       UNTIL WS-STREAM-IDX > WS-STEP-COUNT
                   IF WS-STREAM-STEP (WS-STREAM-IDX)
                       MOVE WS-STREAM-IDX TO WS-PRED-IDX
                       PERFORM CHECK-PREDECESSOR
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-GATE-OPEN-FLAG = 'Y'
               IF WS-STEP-STARTED (WS-STEP-IDX) = 'Y'
                       AND WS-STEP-ENDED (WS-STEP-IDX) = 'N'
                   DISPLAY "Prior " WS-STEP-ARG " start has no end - "
                       "treating this as its restart"
                   IF WS-STEP-ARG = 'VALIDATE'
                           OR WS-STREAM-STEP (WS-STEP-IDX)
                       DISPLAY WS-STEP-ARG " should come up in "
                           "RESTART mode off its checkpoint"
                   END-IF
               END-IF
               PERFORM RECORD-START-EVENT
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    A night is either serial (VALIDATE) or parallel (VALSPLIT
      *    and its streams) - running both would feed the same
      *    batches through twice.
       CHECK-NIGHT-SHAPE.
           IF WS-STEP-STARTED (WS-SPLIT-IDX) = 'Y'
               MOVE 'Y' TO WS-PARALLEL-NIGHT-FLAG
           END-IF.
           IF WS-STEP-IDX = WS-VALIDATE-IDX
                   AND WS-STEP-STARTED (WS-SPLIT-IDX) = 'Y'
               MOVE 'N' TO WS-GATE-OPEN-FLAG
               DISPLAY "GATE REFUSED: VALSPLIT has run this night - "
                   "validate through VALIDATE1-5 and VALMERGE"
           END-IF.
           IF WS-STEP-IDX = WS-SPLIT-IDX
                   AND WS-STEP-STARTED (WS-VALIDATE-IDX) = 'Y'
               MOVE 'N' TO WS-GATE-OPEN-FLAG
               DISPLAY "GATE REFUSED: VALIDATE has run this night - "
                   "a serial night cannot also be split"
           END-IF.

      *    On a parallel night the merged streams stand in for
      *    VALIDATE as everyone else's predecessor.
       RESOLVE-PREDECESSOR.
           IF WS-PRED-IDX = WS-VALIDATE-IDX
                   AND WS-PARALLEL-NIGHT-FLAG = 'Y'
               MOVE WS-MERGE-IDX TO WS-PRED-IDX
           END-IF.

       CHECK-PREDECESSOR.
           EVALUATE TRUE
               WHEN WS-STEP-STARTED (WS-PRED-IDX) = 'N'
                   DISPLAY "Restart "
                       WS-STEP-DEF-NAME (WS-PRED-IDX)
                   IF WS-STEP-DEF-NAME (WS-PRED-IDX) = 'VALIDATE'
                           OR WS-STREAM-STEP (WS-PRED-IDX)
                       DISPLAY WS-STEP-DEF-NAME (WS-PRED-IDX)
                           " should come up in RESTART mode off its "
                           "checkpoint"
                   END-IF
               WHEN WS-STEP-LAST-RC (WS-PRED-IDX) > 4
                   MOVE 'N' TO WS-GATE-OPEN-FLAG
           END-IF.

      *    Operator's view after an abend: each chain step's state,
      *    then exactly which one to restart. Only the shape of night
      *    actually run is shown; every failed stream gets its own
      *    advice since each restarts independently.
       REPORT-RUN-STATUS.
           DISPLAY " ".
           DISPLAY "==========================================".
           DISPLAY "NIGHT-BATCH RUN STATUS".
           DISPLAY "==========================================".
           IF WS-STEP-STARTED (WS-SPLIT-IDX) = 'Y'
               MOVE 'Y' TO WS-PARALLEL-NIGHT-FLAG
               DISPLAY "Parallel night - VALSPLIT streams"
           END-IF.
           MOVE 'N' TO WS-ADVICE-GIVEN-FLAG.
           MOVE 'N' TO WS-STREAM-ADVICE-FLAG.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-CHAIN-STEP-COUNT
               EVALUATE TRUE
                   WHEN WS-PARALLEL-NIGHT-FLAG = 'Y'
                           AND WS-STEP-IDX = WS-VALIDATE-IDX
                       CONTINUE
                   WHEN WS-PARALLEL-NIGHT-FLAG = 'N'
                           AND WS-STEP-IDX >= WS-SPLIT-IDX
                           AND WS-STEP-IDX <= WS-MERGE-IDX
                       CONTINUE
                   WHEN OTHER
                       PERFORM REPORT-STEP-STATUS
               END-EVALUATE
           END-PERFORM.
           IF WS-STEP-STARTED (WS-REVALIDATE-IDX) = 'Y'
               DISPLAY "REVALIDATE "
                   WS-STEP-ENDED (WS-REVALIDATE-IDX) " RC "
                   WS-STEP-LAST-RC (WS-REVALIDATE-IDX) " (on-demand)"
           END-IF.
           IF WS-ADVICE-GIVEN-FLAG = 'N'
               DISPLAY "All chain steps completed clean"
               WHEN WS-STEP-STARTED (WS-STEP-IDX) = 'N'
                   DISPLAY WS-STEP-DEF-NAME (WS-STEP-IDX)
                       " not yet run"
                   PERFORM CHECK-ADVICE-DUE
                   IF WS-ADVICE-DUE-FLAG = 'Y'
                       DISPLAY "  >> NEXT: start "
                           WS-STEP-DEF-NAME (WS-STEP-IDX)
                   END-IF
               WHEN WS-STEP-ENDED (WS-STEP-IDX) = 'N'
                   DISPLAY WS-STEP-DEF-NAME (WS-STEP-IDX)
                       " started, no end - ABENDED"
                   PERFORM CHECK-ADVICE-DUE
                   IF WS-ADVICE-DUE-FLAG = 'Y'
                       DISPLAY "  >> RESTART "
                           WS-STEP-DEF-NAME (WS-STEP-IDX)
                       IF WS-STEP-DEF-NAME (WS-STEP-IDX)
                               = 'VALIDATE'
                               OR WS-STREAM-STEP (WS-STEP-IDX)
                           DISPLAY "  >> in RESTART mode off its "
                               "checkpoint"
                       END-IF
                   DISPLAY WS-STEP-DEF-NAME (WS-STEP-IDX)
                       " ended RC " WS-STEP-LAST-RC (WS-STEP-IDX)
                       " - HOLD"
                   PERFORM CHECK-ADVICE-DUE
                   IF WS-ADVICE-DUE-FLAG = 'Y'
                       DISPLAY "  >> resolve and rerun "
                           WS-STEP-DEF-NAME (WS-STEP-IDX)
                   END-IF
                       WS-STEP-LAST-RC (WS-STEP-IDX)
           END-EVALUATE.

      *    Advice is given once - except that the streams run side by
      *    side, so once one stream needs action every later stream
      *    needing action is named too.
       CHECK-ADVICE-DUE.
           MOVE 'N' TO WS-ADVICE-DUE-FLAG.
           IF WS-ADVICE-GIVEN-FLAG = 'N'
               MOVE 'Y' TO WS-ADVICE-DUE-FLAG
               MOVE 'Y' TO WS-ADVICE-GIVEN-FLAG
               IF WS-STREAM-STEP (WS-STEP-IDX)
                   MOVE 'Y' TO WS-STREAM-ADVICE-FLAG
               END-IF
           ELSE
               IF WS-STREAM-STEP (WS-STEP-IDX)
                       AND WS-STREAM-ADVICE-FLAG = 'Y'
                   MOVE 'Y' TO WS-ADVICE-DUE-FLAG
               END-IF
           END-IF.

       SET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           STRING WS-CDT-YYYY "-" WS-CDT-MM "-" WS-CDT-DD "-"

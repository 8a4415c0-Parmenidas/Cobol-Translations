      *> RUNHIST - one line of the permanent nightly batch run
      *> history, appended to btrunhist.dat by 008/NightlyBatch.cbl
      *> and never cleared: one per step the stream runs, as it
      *> ends, and one for the stream itself (step 00, NightlyBatch)
      *> each time it is started, as it stops - so a night that
      *> failed and was restarted has two stream lines. Read by
      *> 061/BatchTrend.cbl for the elapsed-time trend. Included
      *> under an 01-level group item in the FILE SECTION of every
      *> program that writes or reads the history.
           02 RH-RUN-DATE       PIC 9(8).
           02 RH-STEP-NUM       PIC 9(2).
               88 RH-Stream-Line    VALUE 0.
           02 RH-STEP-NAME      PIC X(24).
           02 RH-START          PIC 9(14).
           02 RH-END            PIC 9(14).
           02 RH-RETURN-CODE    PIC 9(4).
      *> 'Y' on every line written by a run that picked up from
      *> btrestart.dat; the first step such a run carried out is
      *> also marked resumed, so restarts count against the step
      *> that had failed.
           02 RH-RESTART-FLAG   PIC X(1).
               88 RH-Restart-Run    VALUE 'Y'.
           02 RH-RESUMED-FLAG   PIC X(1).
               88 RH-Resumed-Here   VALUE 'Y'.
      *> The step's own counts, as it left them on batchsumm.dat
      *> (copybooks/BATCHSUM.cpy); on a stream line, the number of
      *> steps run, or NOT SCHEDULED on a non-processing night.
           02 RH-ITEM-1-LABEL   PIC X(20).
           02 RH-ITEM-1-VALUE   PIC 9(12).
           02 RH-ITEM-2-LABEL   PIC X(20).
           02 RH-ITEM-2-VALUE   PIC 9(12).
           02 RH-ITEM-3-LABEL   PIC X(20).
           02 RH-ITEM-3-VALUE   PIC 9(12).

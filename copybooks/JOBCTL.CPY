      *> ----------------------------------------------------------------
      *> JOBCTL.CPY
      *>
      *> Record layout for jobctl.dat -- one line per NIGHTRUN step
      *> event, appended as it happens so a driver death mid-step still
      *> leaves its trace: an "R" line with no matching "C" or "F"
      *> reads as a step that died, and a rerun starts there.  A "C" or
      *> "F" line carries the seconds the step ran; an "R" line carries
      *> zero, and lines from before the elapsed time was logged carry
      *> nothing there at all.
      *>
      *> An "I" line under step 0 is written by OUTFIDX or IDCONV, dated
      *> the day a rebuilt outf.dat with its alternate keys proved, so
      *> NIGHTRUN can set each step's time before the rebuild beside
      *> its time after.
      *> ----------------------------------------------------------------
      *>   Date        Init  Description
      *>   ----------  ----  -----------------------------------------
      *>   10/15/2026  TB    Original copybook, taken out of NIGHTRUN
      *>   10/15/2026  TB    for OUTFIDX and IDCONV's index rebuild
      *>   10/15/2026  TB    line.
      *> ----------------------------------------------------------------
01 job-ctl-rec.
   02 jc-run-date pic 9(08).
   02 jc-step-number pic 9(02).
   02 jc-step-name pic x(12).
   02 jc-event-time pic 9(08).
   02 jc-outcome pic x(01).
      88 jc-started value "R".
      88 jc-completed value "C".
      88 jc-failed value "F".
      88 jc-index-rebuilt value "I".
   02 jc-return-code pic 9(04).
   02 jc-elapsed pic 9(06).

      *>      matches the batches waiting on 06_pending.txt against
      *>      the acknowledgment file comms returns (06_ack.txt, one
      *>      batch number per record, an optional "ACK " ahead of
      *>      it). A batch is 06_results.txt and 06_messages.txt
      *>      under the one batch number, so one acknowledgment
      *>      covers both. An acknowledged batch comes off the
      *>      pending file; anything still waiting ages one cycle,
      *>      and a batch unacknowledged past DAY06_ACK_CYCLES
      *>      cycles (default 2) goes onto the driver's alert file
      *>      in the severity format the monitoring pickup already
      *>      reads. Run each cycle after DAY06, standalone or from
      *>      the schedule.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   05 PbDate PIC X(10).
                   05 FILLER PIC X.
                   05 PbCycles PIC 9(3).
                   05 FILLER PIC X.
                   05 PbRunId PIC X(16).

           FD AckReport.
               01 AckLine PIC X(90).
                   10 PdBatch PIC 9(7).
                   10 PdDate PIC X(10).
                   10 PdCycles PIC 9(3).
                   10 PdRunId PIC X(16).
                   10 PdAcked PIC 9.
           01 PI PIC 9(3).
           01 PendEOF PIC 9 VALUE 0.
                   ELSE
                       MOVE 0 TO PdCycles(PendCount)
                   END-IF
                   MOVE PbRunId TO PdRunId(PendCount)
                   MOVE 0 TO PdAcked(PendCount)
               ELSE
                   MOVE 1 TO PendOverflow
                       MOVE PdBatch(PI) TO PbBatch
                       MOVE PdDate(PI) TO PbDate
                       MOVE PdCycles(PI) TO PbCycles
                       MOVE PdRunId(PI) TO PbRunId
                       WRITE PendingRec
                   END-IF
               END-PERFORM

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NITECYCL.
      *> Nightly cycle driver: runs the batch jobs in their required
      *> order (STUBATCH, then INTEGCHK, then DELTAEXP, then
      *> CASSEXP, then STUNLOAD) instead of operators starting them
      *> by hand. A step only runs after every earlier step has ended
      *> clean, so the change-delta extract never runs against a
      *> half-validated master, no extract goes out while the
      *> cross-file integrity check has errors outstanding, and the
      *> unload never runs before the masters are closed. Before
      *> starting, the driver reads the shared run log: a step that
      *> already ended clean since the last cycle attempt began is
      *> skipped, so a rerun after a 2 a.m. abend resumes at the
      *> step that failed. The cycle is scoped by the
      *> driver's own run-log rows, not the calendar date, so a run
      *> that straddles midnight still verifies its steps.
      *> The cycle stops at the first step that does not end clean
      *> The cycle, in dependency order: a step runs only after all
      *> earlier steps have ended clean. CASSEXP takes its
      *> enrolled-only mode and term from CASSEXP.CTL, so it runs
      *> unattended with the selection the shop keyed there, and
      *> INTEGCHK takes its correct switch from INTEGCHK.CTL.
         01 Cycle-Steps-Def.
            05 FILLER              PIC X(8)  VALUE "STUBATCH".
            05 FILLER              PIC X(20) VALUE "./stubatch".
            05 FILLER              PIC X(8)  VALUE "INTEGCHK".
            05 FILLER              PIC X(20) VALUE "./integchk".
            05 FILLER              PIC X(8)  VALUE "DELTAEXP".
            05 FILLER              PIC X(20) VALUE "./deltaexp".
            05 FILLER              PIC X(8)  VALUE "CASSEXP".
            05 FILLER              PIC X(8)  VALUE "STUNLOAD".
            05 FILLER              PIC X(20) VALUE "./stunload".
         01 Cycle-Steps REDEFINES Cycle-Steps-Def.
            05 Cycle-Step OCCURS 5 TIMES.
               10 Step-Program     PIC X(8).
               10 Step-Command     PIC X(20).
         01 Step-Done-Tbl.
            05 Step-Done           PIC X OCCURS 5 TIMES.
         01 Step-Ix                PIC 9.

         01 Cycle-Start-Ts         PIC X(14).

           PERFORM 0100-Find-Cycle-Cutoff
           PERFORM 1000-Mark-Steps-Already-Done
               VARYING Step-Ix FROM 1 BY 1 UNTIL Step-Ix > 5

           PERFORM 0500-Set-Batch-In-Progress
           PERFORM 2000-Run-One-Step
               VARYING Step-Ix FROM 1 BY 1
               UNTIL Step-Ix > 5 OR Cycle-Has-Failed
      *> The quiesce switch clears only when the whole cycle ended
      *> clean; after a failure the masters stay locked until the
      *> rerun finishes the job.

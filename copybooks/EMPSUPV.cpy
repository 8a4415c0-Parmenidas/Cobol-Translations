      *> EMPSUPV - shared reporting-line record, keyed by SSN: who
      *> the employee reports to, and since when. The companion to
      *> EMPREC the way EMPADDR is - empsupv.idx holds one record
      *> per employee who has a supervisor; no record (or a zero
      *> SV-SUPV-SSN) is the top of the chart. Set through
      *> EmpUpdate's empmaint.dat stream, which holds a supervisor
      *> to being an active employee and refuses any assignment
      *> that would make someone their own manager at any level.
      *> An alternate key on SV-SUPV-SSN lists a manager's direct
      *> reports without a full pass of the file. Included under an
      *> 01-level group item in the FILE SECTION of every program
      *> that reads or writes a reporting line, with REPLACING for
      *> the program's own prefix, the same as EMPREC.
           02 SV-SSN-NUM       PIC 9(9).
           02 SV-SUPV-SSN      PIC 9(9).
           02 SV-ASSIGNED-DATE PIC 9(8).

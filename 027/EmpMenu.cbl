      *> Lookup and browse reuse 006/EmpLookup.cbl and
      *> 012/DeptCityBrowse.cbl via CALL rather than duplicating
      *> them - their own prompts, displays and audit logging carry
      *> over unchanged. The maintenance entry also keys who an
      *> employee reports to - on its own as a supervisor action,
      *> or alongside a change or rehire - for EmpUpdate to hold
      *> against the active master and the existing reporting lines.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                             ==HIRE-DATE== BY ==MT-HIRE-DATE==.
               02 MT-EFFECTIVE-DATE     PIC 9(8).
               02 MT-SEPARATION-REASON  PIC 9(2).
               02 MT-SUPERVISOR-SSN     PIC 9(9).

           FD AddrMaintFile.
      *> Same layout EmpUpdate reads addrmaint.dat with - the
               88 In-Delete      VALUE 'D' 'd'.
               88 In-Terminate   VALUE 'T' 't'.
               88 In-Rehire      VALUE 'R' 'r'.
               88 In-Supervisor  VALUE 'S' 's'.
           01  WS-In-EffDate     PIC 9(8).
           01  WS-In-Reason      PIC 9(2).
           01  WS-In-HireDate    PIC 9(8).
           01  WS-In-Supv        PIC 9(9).

      *> Address fields, keyed at hire or on an address change and
      *> queued to addrmaint.dat for EmpUpdate's next run.
           DISPLAY "1 - Look up an employee by SSN"
           DISPLAY "2 - Browse by department or city"
           DISPLAY "3 - Enter a new hire"
           DISPLAY "4 - Enter a change/terminate/rehire/delete/"
               "supervisor"
           DISPLAY "5 - Enter an address change"
           DISPLAY "X - Exit"
           DISPLAY "Choice: ".
      *> the effective date and reason for a termination.
       EnterMaintAction.
           SET WS-Entry-OK TO TRUE
           MOVE ZEROS TO WS-In-EffDate
           MOVE ZEROS TO WS-In-Reason
           MOVE ZEROS TO WS-In-Supv
           DISPLAY "Action - (C)hange, (T)erminate, (R)ehire, "
               "(D)elete, (S)upervisor: "
           ACCEPT WS-In-Action
           IF NOT In-Change AND NOT In-Delete
                   AND NOT In-Terminate AND NOT In-Rehire
                   AND NOT In-Supervisor
               DISPLAY "Unrecognized action - entry discarded"
               MOVE 'N' TO WS-Entry-OK-Flag
           END-IF
                           PERFORM PromptRate
                           PERFORM PromptHireDate
                       END-IF
                       IF WS-Entry-OK AND In-Change
                           PERFORM PromptSalaryEffective
                       END-IF
                       IF WS-Entry-OK
                           PERFORM PromptSupervisor
                       END-IF
                   WHEN In-Terminate
                       PERFORM PromptTermination
                   WHEN In-Supervisor
                       PERFORM PromptSupervisor
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               END-IF
           END-PERFORM.

      *> PromptSalaryEffective - the date a changed salary takes
      *> effect, for a raise approved after the fact. Zero means
      *> straight away; a date in a period already paid has its
      *> back pay worked out by the next payroll run.
       PromptSalaryEffective.
           MOVE 'N' TO WS-Field-OK-Flag
           PERFORM UNTIL WS-Field-OK
               DISPLAY "Salary effective date (YYYYMMDD, 0 if "
                   "effective now): "
               ACCEPT WS-In-EffDate
               IF WS-In-EffDate = 0
                   SET WS-Field-OK TO TRUE
               ELSE
                   IF WS-In-EffDate(5:2) >= "01"
                           AND WS-In-EffDate(5:2) <= "12"
                           AND WS-In-EffDate(7:2) >= "01"
                           AND WS-In-EffDate(7:2) <= "31"
                       SET WS-Field-OK TO TRUE
                   ELSE
                       DISPLAY "Not a valid calendar date - re-key"
                   END-IF
               END-IF
           END-PERFORM.

      *> PromptTermination - effective date and separation reason
      *> for a termination, the extras EmpUpdate's MT-Terminate
      *> carries to EMPHIST.DAT.
               END-EVALUATE
           END-PERFORM.

      *> PromptSupervisor - the SSN the employee reports to. Zero
      *> means no supervisor on a supervisor action, and no change
      *> to the reporting line on a change or rehire. Whether the
      *> supervisor is active, and whether the line would loop
      *> back on itself, is EmpUpdate's check against the masters.
       PromptSupervisor.
           MOVE 'N' TO WS-Field-OK-Flag
           PERFORM UNTIL WS-Field-OK
               IF In-Supervisor
                   DISPLAY "Supervisor SSN (0 = none): "
               ELSE
                   DISPLAY "Supervisor SSN (0 = leave as is): "
               END-IF
               ACCEPT WS-In-Supv
               IF WS-In-Supv = WS-In-SSN
                   DISPLAY "An employee cannot report to themselves"
                       " - re-key"
               ELSE
                   SET WS-Field-OK TO TRUE
               END-IF
           END-PERFORM.

      *> WriteNewHireRecord - assemble and append the validated
      *> fields as one newhire.dat transaction.
       WriteNewHireRecord.
               WHEN In-Change    MOVE 'C' TO MT-ACTION-CODE
               WHEN In-Terminate MOVE 'T' TO MT-ACTION-CODE
               WHEN In-Rehire    MOVE 'R' TO MT-ACTION-CODE
               WHEN In-Supervisor MOVE 'S' TO MT-ACTION-CODE
               WHEN OTHER        MOVE 'D' TO MT-ACTION-CODE
           END-EVALUATE
           MOVE WS-In-fname  TO MT-fname
           MOVE WS-In-HireDate TO MT-HIRE-DATE
           MOVE WS-In-EffDate TO MT-EFFECTIVE-DATE
           MOVE WS-In-Reason  TO MT-SEPARATION-REASON
           MOVE WS-In-Supv    TO MT-SUPERVISOR-SSN
           WRITE MaintRecord
           CLOSE MaintFile
           DISPLAY "MAINTENANCE ACTION QUEUED - SSN " WS-In-SSN.

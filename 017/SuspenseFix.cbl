      *> employee whose SSN is still on the master belongs through
      *> 007/EmpUpdate.cbl's MT-Rehire action instead, so that
      *> reason code is only ever carried forward, never resolved.
      *> A hire refused for want of room in its department's
      *> position budget can be moved to another department, or
      *> resubmitted as it stands once finance has raised the
      *> budget - WriteData checks the budget again either way. A
      *> rehire or transfer EmpUpdate refused for the same reason
      *> is carried forward too: it goes back in on empmaint.dat.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
                   PERFORM FixDept
               WHEN SU-REASON-CODE = 07
                   PERFORM FixSalary
               WHEN SU-REASON-CODE = 08
               WHEN SU-REASON-CODE = 09
                   PERFORM FixPosition
               WHEN SU-REASON-CODE = 10
               WHEN SU-REASON-CODE = 11
                   DISPLAY "REHIRE/TRANSFER IS NOT FIXED HERE - "
                       "RESUBMIT ON empmaint.dat ONCE THE "
                       "POSITION BUDGET ALLOWS"
               WHEN OTHER
                   DISPLAY "UNRECOGNIZED REASON CODE " SU-REASON-CODE
                       " - CARRYING FORWARD UNCHANGED"
               PERFORM ConfirmResubmit
           END-IF.

      *> FixPosition - a hire refused for want of room in its
      *> department's position budget: either re-key a different
      *> (recognized) department, or leave it blank to resubmit
      *> unchanged once the budget has been raised on posnbud.dat.
      *> The budget itself is WriteData's to check on the next run.
       FixPosition.
           DISPLAY "ENTER NEW DEPT-CODE, OR BLANK TO RESUBMIT "
               "AGAINST A RAISED BUDGET: "
           MOVE SPACES TO WS-New-DEPT-CODE
           ACCEPT WS-New-DEPT-CODE
           IF WS-New-DEPT-CODE = SPACES
               PERFORM ConfirmResubmit
           ELSE
               MOVE 'N' TO WS-Dept-Match-Flag
               PERFORM VARYING WS-Dept-Idx FROM 1 BY 1
                       UNTIL WS-Dept-Idx > WS-Dept-Tab-Count
                           OR WS-Dept-Valid
                   IF WS-New-DEPT-CODE = WS-Valid-Dept(WS-Dept-Idx)
                       SET WS-Dept-Valid TO TRUE
                   END-IF
               END-PERFORM
               IF NOT WS-Dept-Valid
                   DISPLAY "NOT A RECOGNIZED DEPT-CODE - "
                       "CARRYING FORWARD"
               ELSE
                   MOVE WS-New-DEPT-CODE TO SU-DEPT-CODE
                   PERFORM ConfirmResubmit
               END-IF
           END-IF.

      *> ConfirmResubmit - the correction itself checked out; ask the
      *> operator to confirm before it goes back out onto
      *> newhire.dat.

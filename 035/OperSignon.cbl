      *> level with 'Y'/'N' in the result byte. The caller states
      *> the level its work needs:
      *>     1 - inquiry only (EmpLookup, DeptCityBrowse)
      *>     2 - update (EmpUpdate, SuspenseFix, LeavePost, the
      *>         menu's entry options)
      *>     3 - mass runs and releases (SalaryAdjust,
      *>         SalaryApprove, VarianceRelease)
      *> opersec.dat is hand-maintained the way newhire.dat is. A
      *> shop that has not built it yet is let through with a loud
      *> warning and the keyed ID - the audit trails still get an

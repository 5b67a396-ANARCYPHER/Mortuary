      * may DO. The sensitive transactions each check their flag
      * before acting - hold release (PRG41), master deletes (PRG5,
      * PRG29), charge and payment posting (PRG29, PRG28), and
      * PRG38 restores, accounting period close and reopen
      * (PRG92), leave approval (PRG101) - and every refusal lands
      * on the security log. An EMPID with no role record has no
      * sensitive rights, which is the posture the auditor asked
      * for.
      *
      * Caller supplies the 01-level record name, e.g.:
      *     01 ROLE-RECORD.
           02 FILLER PIC X.
           02 ROLE-RESTORE PIC X.
      *    Y - may run a PRG38 master restore
           02 FILLER PIC X.
           02 ROLE-PERIOD-CLOSE PIC X.
      *    Y - may close an accounting period in PRG92, or approve
      *    and request its reopen
           02 FILLER PIC X.
           02 ROLE-LEAVE-APPROVE PIC X.
      *    Y - may approve, deny or cancel staff leave in PRG101

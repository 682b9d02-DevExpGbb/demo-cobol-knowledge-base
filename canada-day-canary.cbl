      * with a blocking return code (12) on any mismatch so the       *
      * stream stops before the gate trusts a broken calendar.        *
      *                                                               *
      * CALENDAR-PARAMETER-LINT runs ahead of this job and checks the *
      * parameter files against each other; the canary then proves   *
      * the determinations those files produce.                       *
      *                                                               *
      * The ad hoc sentinel: operations keeps a permanent closure     *
      * record for 19991231 (reason CANARY) on ADHOCHOL. The canary   *
      * reads the file directly: when it opens, the sentinel record   *

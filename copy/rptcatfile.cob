          02 rpt-params         pic x(20).
          02 rpt-lines          pic 9(06).
          02 rpt-updated        pic x(14).
      *   rpt-member  -  the member a per-member report belongs to
      *   (the month-end statements of kozukaimemberstmt.cob);
      *   kozukairptview.cob shows such a run only to a login bound
      *   to that member, or to an admin.  Space on the household
      *   reports, which stay open to everyone.
          02 rpt-member         pic x(20).

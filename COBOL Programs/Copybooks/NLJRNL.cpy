      *              journals generated from the subsystem totals and
      *              the manual journal batch) and
      *              NlTrialBalance.cob (month-end trial balance).
      *              FixedAssetDepr.cob and FixedAssetMaint.cob write
      *              their journals to FAJRNL.DAT in the same layout
      *              for NlJournalGen to post. NlYearEnd moves a
      *              closed year's legs to the year archive
      *              NLJRNLyyyy.DAT in the same layout.
      *              One leg per record; every journal's legs debit
      *              and credit to the same total or the generating
      *              step fails.

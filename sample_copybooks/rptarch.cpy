      * reports (DORMRPT, ODAGING, TRIALBAL, MORNRPT) whose SYSOUT
      * used to be gone in days.  RPTRETR reproduces any archived
      * report by ID and date; RPTSWEEP ages records off by the
      * retention-control class; RPTDIST bursts each night's
      * reports into per-branch, region and department bundles.
      *================================================================*
       01  REPORT-ARCHIVE-RECORD.
           05  RA-KEY.

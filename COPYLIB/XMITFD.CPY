      *           One record per event: CRE when an outbound file is
      *           created (count, checksum, run ID), SNT when the
      *           dispatch step sends it, ACK when the other side's
      *           receipt is matched off, VOD when RUNBACK withdraws
      *           a backed-out run's unsent creation (XR-RUNID names
      *           the run). XR-DATE keys the occurrence (the
      *           creation date); XR-DATE2 is the date the SNT/ACK/
      *           VOD action happened (zero XR-DATE on an SNT/ACK
      *           means "the oldest outstanding occurrence").
      ******************************************************************
       FD XMIT-REG.

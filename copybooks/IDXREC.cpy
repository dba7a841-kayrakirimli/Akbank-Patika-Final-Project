      *----------------------------------------------------------
      *    IDXREC - CUSTOMER MASTER RECORD LAYOUT FOR IDX-FILE
      *    SHARED BY PBEGIDX, PBEG006, PBEGAUD, PBEGCIM, PBEGDOR,
      *    PBEGDVM, PBEGFEE, PBEGFXM, PBEGFXV, PBEGHLD, PBEGINT,
      *    PBEGMST, PBEGODR, PBEGRCN, PBEGRIC, PBEGRKY, PBEGSOM,
      *    PBEGSTM, PBEGTDM, PBEGTRB AND PBEGWLS
      *----------------------------------------------------------
       01  IDX-REC.
           03  IDX-KEY.

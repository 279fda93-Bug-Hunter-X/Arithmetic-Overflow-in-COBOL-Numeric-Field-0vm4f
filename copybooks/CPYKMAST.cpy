      *****************************************************************
      * CPYKMAST - SHARED RECORD LAYOUT FOR THE PARTNER KEY MASTER.
      * ONE RECORD PER PARTNER KEY THE UPSTREAM REGIONS MAY SEND ON A
      * DETAIL RECORD. MAINTAINED ONLY THROUGH CNTKMAIN (PARTNER
      * ADMINISTRATION'S TRANSACTION CARDS, CPYKMTRN); READ BY
      * CNTPROC AT INITIALIZE TIME SO 1400-VALIDATE-RECORD CAN REJECT
      * A DETAIL WHOSE KEY IS NOT ON THE MASTER OR NOT ACTIVE, INSTEAD
      * OF COUNTING A MISTYPED OR CLOSED-PARTNER KEY STRAIGHT THROUGH

      *==============================
      * AUTHCKPA - Parameter area for the common authorization
      * check routine COV1943. The caller fills JOB (its own
      * program name), USER (the submitter named on the
      * transaction), FUNC (the two-letter function code listed in
      * the AUTHFILE layout) and KEY (the transaction key, for the
      * security log) and tests RESULT on return; anything but '00'
      * rejects the transaction with REASON as its logged reason:
      *   RESULT  '00' = granted
      *           '04' = no user ID on the transaction
      *           '08' = user not on the authorization file
      *           '12' = function not granted to the user
      *           '16' = authorization file error
      * Every refusal is also written to the AUTHLOG security log.
      * Caller supplies the field prefix, e.g.
      *   COPY AUTHCKPA REPLACING ==:TAG:== BY ==AK==.
      *==============================
       01  :TAG:-AUTHCK-PARM.
           03 :TAG:-JOB              PIC X(08).
           03 :TAG:-USER             PIC X(08).
           03 :TAG:-FUNC             PIC X(02).
           03 :TAG:-KEY              PIC X(20).
           03 :TAG:-RESULT           PIC X(02).
           03 :TAG:-REASON           PIC X(40).

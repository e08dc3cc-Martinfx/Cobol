      ******************************************************************
      * Author: Maxfx
      * Date: 15/10/2026
      * The most rows "../batch_steps.parm" may hold. NIGHTLY-BATCH
      * sizes its step, checkpoint and budget tables to it and refuses
      * to start a night whose step table is longer; PREFLIGHT-CHECK
      * holds the file to the same limit. The OCCURS clauses sized by
      * it are written as the literal - change both together.
      ******************************************************************
       78 W-MAX-BATCH-STEPS VALUE 40.

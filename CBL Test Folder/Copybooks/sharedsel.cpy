      * FILE-CONTROL entry for the SHAREDAT keyed dataset that
      * ConcurrentAccessTest and the missing-authorization pair update
      * in place, shared by the loader that builds it, the snapshot
      * that saves and restores it, and the verifier that checks the
      * update landed.
           SELECT SHARED-FILE ASSIGN TO "SHAREDAT"
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC

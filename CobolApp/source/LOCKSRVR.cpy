      *                      FREE  release the lock taken by this run
      *                      BRK   operator override - force the lock
      *                            free (crash leftovers); deleting
      *                            the RUNLOCK dataset does the same;
      *                            refused (LK-GRANTED-SW 'N', reason
      *                            in LK-HOLDER) unless the operator
      *                            holds LOCKBRK on AUTHFILE
      *       LK-PROGRAM-ID  who is asking - recorded as the holder
      *
      *    Nested GETs inside one run unit (DRIVER dispatching VSAM,

      * pseudo-resource, and billed at the "SM" TARIF band through
      * the normal invoice path or drawn from a carte d'heures -
      * but never counted in PI-NBHVOL or the F47 currency hours,
      * sim time not being flight time. SM-DATE/SM-HDEB are kept
      * in UTC like the flights; screens key and show local time.
       01  SIMSESS-REC.
           05  SM-ID               PIC 9(6).
           05  SM-NUMPIL           PIC 9(6).

      * OPERATEUR-PROC - shared password-folding paragraph for the
      * operator accounts file, COPYed by MENU (login), F24
      * (account maintenance) and F116 (account opened on admission)
      * so all sides derive the same OPR-HASH.
      * Caller puts the clear text in WS-MDP-CLAIR and PERFORMs
      * HASH-MOT-DE-PASSE; the folded value comes back in
      * WS-MDP-HASH. A multiply-and-fold checksum, not cryptography -

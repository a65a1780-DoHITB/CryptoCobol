               03 LXGS-FILE-OVERRIDE   PIC X(20).
      *        One-shot header read: 'P' returns the parameter
      *        header record (reserved key 0), 'V' the IV sentinel
      *        record, 'K' an envelope run's three data-key records
      *        into LXGS-DEK/-DEK-C0/-DEK-VERSION - EOF status when
      *        the generation predates the header (or, for 'K', was
      *        not ciphered under a data key), 'F' the fidelity
      *        records into LXGS-FID-* (EOF when the generation
      *        carries no plaintext digest), 'D' the load-identity
      *        records into LXGS-LOAD-* (EOF when the generation is
      *        not a keyed field load). Cleared by the caller before
      *        normal reading.
               03 LXGS-READ-HEADER     PIC X(01).
      *        Intraday cycle of the default generation name: 0
      *        (or not numeric) keeps AESIDAT<CCYYMMDD>, nn names
      *        cycle nn AESIDAT<CCYYMMDD>C<nn> (see AESCYCL). Not
      *        used when LXGS-FILE-OVERRIDE names the generation.
               03 LXGS-CYCLE           PIC 9(02).
               03 FILLER               PIC X(992).
            02 LXG-OUTPUT.
      *        'O' once AESXGET's own OPEN-FILE has opened AESIDAT;
      *        AESXGET never resets this back to spaces on close, so
      *        AESIDAT record's DAT-BITS) - blank for a record written
      *        before this field existed.
               03 LXGS-BITS            PIC X(3).
      *        Wrapped data key, its integrity block and the alias
      *        key version it is wrapped under - filled by a 'K'
      *        header read only.
               03 LXGS-DEK             PIC X(64).
               03 LXGS-DEK-C0          PIC X(16).
               03 LXGS-DEK-VERSION     PIC X(03).
      *        Keyed plaintext digest its CIPHER run recorded, the
      *        MAC key alias/version it was taken under and the
      *        CIPHER generation it belongs to - filled by an 'F'
      *        header read only.
               03 LXGS-FID-DIGEST      PIC X(128).
               03 LXGS-FID-ALIAS       PIC X(08).
               03 LXGS-FID-VERSION     PIC X(03).
               03 LXGS-FID-ORIGIN      PIC X(20).
      *        Load identity of a keyed field load (AESFLDR) - the
      *        kind ('F' full, 'D' delta), the load's own stamp and
      *        the stamp of the load a delta was taken against, then
      *        that base load's generation name - filled by a 'D'
      *        header read only.
               03 LXGS-LOAD-MARK       PIC X(32).
               03 LXGS-LOAD-BASE       PIC X(20).
               03 FILLER               PIC X(716).

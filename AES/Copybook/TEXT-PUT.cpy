      *        this record's MAC column - spaces when the mode is
      *        off.
               03 LXPS-MAC             PIC X(08).
      *        Envelope run (LMAIN-ENVELOPE-MODE) - the generation's
      *        data key, RFC 3394-wrapped under the alias key at
      *        LXPS-HDR-DEK-VERSION. Nonblank has AESTPUT write the
      *        data-key records (sentinel keys 99999985-99999987)
      *        alongside the parameter header.
               03 LXPS-HDR-DEK         PIC X(64).
               03 LXPS-HDR-DEK-C0      PIC X(16).
               03 LXPS-HDR-DEK-VERSION PIC 9(03).
      *        Plaintext fidelity proof (LMAIN-FIDELITY-MODE) - the
      *        keyed plaintext digest, the MAC key alias/version it
      *        was taken under and the CIPHER generation it belongs
      *        to. Nonblank has AESTPUT write the fidelity records
      *        (sentinel keys 99999980-99999984) at close, so the
      *        generation carries its own proof to whatever reads it
      *        next.
               03 LXPS-FID-DIGEST      PIC X(128).
               03 LXPS-FID-ALIAS       PIC X(08).
               03 LXPS-FID-VERSION     PIC 9(03).
               03 LXPS-FID-ORIGIN      PIC X(20).
      *        'Y' asks a writer that does not hand its output back
      *        to AESMAIN (AESBPUT's byte stream, a site plug-in) to
      *        fold what it writes under LXPS-FID-KEY itself and
      *        compare against LXPS-FID-DIGEST at close - answered
      *        in LXPS-FID-RESULT.
               03 LXPS-FID-VERIFY      PIC X(01).
               03 LXPS-FID-KEY         PIC X(64).
      *        Load identity of a keyed field load (see LXGS-LOAD-*
      *        in TEXT-GET.cpy) - nonblank has AESTPUT carry the
      *        load-identity records (sentinel keys 99999978-
      *        99999979) over onto the generation it writes.
               03 LXPS-LOAD-MARK       PIC X(32).
               03 LXPS-LOAD-BASE       PIC X(20).
      *        Intraday cycle of the default generation name: 0
      *        (or not numeric) keeps AESODAT<CCYYMMDD>, nn names
      *        cycle nn AESODAT<CCYYMMDD>C<nn> (see AESCYCL). Not
      *        used when LXPS-FILE-OVERRIDE names the generation.
               03 LXPS-CYCLE           PIC 9(02).
               03 FILLER               PIC X(527).
            02 LXP-OUTPUT.
               03 FILLER               PIC X(1).
      *        AESODAT generation name just closed - see LXP-FILE-NAME
      *        in AESLTPUT.cpy.
               03 LXPS-FILE-NAME       PIC X(20).
      *        Fidelity verdict of a verifying writer at close - 'M'
      *        match, 'X' mismatch, space not proven.
               03 LXPS-FID-RESULT      PIC X(01).
               03 FILLER               PIC X(1002).

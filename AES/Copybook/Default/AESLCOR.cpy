            02 IO-XFORM-DIR            PIC X(1).
               88 IO-XFORM-DIR-FORWARD           VALUE 'C'.
            02 IO-XFORM-ROUND          PIC 9(2).
      *     Cryptographic-provider interface. Any program CALLed with
      *     this IOCOMM/IOTAB/IOPUTM triple in AESCORE's place is a
      *     provider; AESCORE is the default, software one, and
      *     AESMAIN calls whichever LMAIN-CRYPTO-PROV names. Key bytes
      *     in IO-KEY (or a schedule in IO-KSCH) are used whenever
      *     present. With IO-KEY blank, IO-KEY-HANDLE names the key
      *     instead - the alias and version of a module-resident
      *     AESKEYF entry (see LKGS-KEY-RESIDENCE in KMS-GET.cpy) -
      *     and a hardware provider operates that key inside the
      *     module, where it never leaves; IO-KSCH then carries
      *     nothing either way. IO-PROV-STATUS is the provider's
      *     answer: 'ERR' means nothing was ciphered - AESCORE gives
      *     it for a handle, since a software provider has no module
      *     to reach into.
            02 IO-KEY-HANDLE.
               03 IO-KH-ALIAS          PIC X(8).
               03 IO-KH-VERSION        PIC 9(3).
            02 IO-PROV-STATUS          PIC X(3).
               88 IO-PROV-OK                     VALUE 'OK '.
               88 IO-PROV-ERR                    VALUE 'ERR'.
         01 IOTAB.
            COPY 'AESTAB.cpy'.
         01 IOPUTM                     PIC X(2178).

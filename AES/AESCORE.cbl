            MOVE NR                         TO IO-DIAG-NR OF IOCOMM.
            MOVE R-W                        TO IO-DIAG-RCON OF IOCOMM.

      *     Default software provider - a key handle names a key
      *     held in a hardware module, which only a module provider
      *     can operate; refused before anything is computed
            MOVE 'OK '                      TO IO-PROV-STATUS OF IOCOMM.

            IF IO-KEY OF IOCOMM = SPACES
              AND IO-ACTION OF IOCOMM NOT = 'T'
              AND IO-KH-ALIAS OF IOCOMM NOT = SPACES
              AND IO-KH-ALIAS OF IOCOMM NOT = LOW-VALUES
              MOVE 'ERR'                    TO IO-PROV-STATUS OF IOCOMM
              GOBACK
            END-IF.

      *     Temp variables
            MOVE NK                         TO NK1.
            ADD  1                          TO NK1.

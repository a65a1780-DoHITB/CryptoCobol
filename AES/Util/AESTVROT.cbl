           MOVE 'AESTVROT ROTATE '       TO LKGS-RUN-IDENT OF KG-S.
           MOVE WS-OLD-VERSION             TO LKGS-VERSION OF KG-S.
           MOVE 'DECIPHER'                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'V'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.

           MOVE WS-NEW-VERSION             TO LKGS-VERSION OF KG-S.
           MOVE 'CIPHER  '                 TO LKGS-PURPOSE OF KG-S.
           MOVE 'V'                        TO LKGS-KEY-USE OF KG-S.
           MOVE SPACES                     TO LKG-KEY OF KG-S.

           CALL 'AESKGET' USING KG-S.

                   END-IF
               END-IF
           END-IF
           *> O estorno precisa apontar a transacao que desfaz
           IF CAMPOS-VALIDOS AND TRANS-ESTORNO
              AND (ID-TRANS-ORIGINAL NOT NUMERIC
               OR ID-TRANS-ORIGINAL = ZEROS
               OR ID-TRANS-ORIGINAL = ID-TRANS)
               MOVE 'N' TO WS-CAMPOS-VALIDOS
               MOVE "ID-TRANS ORIGINAL DO ESTORNO INVALIDO"
                    TO EREJ-MOTIVO
           END-IF
           *> TED de saida: so em reais, com o favorecido completo
           IF CAMPOS-VALIDOS AND TRANS-TED
               EVALUATE TRUE
                   WHEN MOEDA-TRANS NOT = 'BRL'
                       MOVE 'N' TO WS-CAMPOS-VALIDOS
                       MOVE "TED SO EM REAIS (BRL)" TO EREJ-MOTIVO
                   WHEN TED-BANCO-DEST NOT NUMERIC
                        OR TED-BANCO-DEST = ZEROS
                        OR TED-AGENCIA-DEST NOT NUMERIC
                        OR TED-AGENCIA-DEST = ZEROS
                        OR TED-CONTA-DEST = SPACES
                       MOVE 'N' TO WS-CAMPOS-VALIDOS
                       MOVE "DADOS BANCARIOS DO FAVORECIDO INVALIDOS"
                            TO EREJ-MOTIVO
                   WHEN TED-DOC-FAVORECIDO NOT NUMERIC
                        OR TED-DOC-FAVORECIDO = ZEROS
                        OR NOT TED-PESSOA-VALIDA
                       MOVE 'N' TO WS-CAMPOS-VALIDOS
                       MOVE "DOCUMENTO DO FAVORECIDO INVALIDO"
                            TO EREJ-MOTIVO
               END-EVALUATE
           END-IF
           *> Devolucao de TED: so pela carga do retorno da camara e
           *> sempre apontando a TED devolvida
           IF CAMPOS-VALIDOS AND TRANS-DEVOLUCAO-TED
               EVALUATE TRUE
                   WHEN ID-TRANS-ORIGINAL NOT NUMERIC
                        OR ID-TRANS-ORIGINAL = ZEROS
                        OR ID-TRANS-ORIGINAL = ID-TRANS
                       MOVE 'N' TO WS-CAMPOS-VALIDOS
                       MOVE "ID-TRANS DA TED DEVOLVIDA INVALIDO"
                            TO EREJ-MOTIVO
                   WHEN NOT MOV-ORIGEM-DEVTED
                       MOVE 'N' TO WS-CAMPOS-VALIDOS
                       MOVE "DEVOLUCAO DE TED FORA DA CARGA DA CAMARA"
                            TO EREJ-MOTIVO
               END-EVALUATE
           END-IF

           IF NOT CAMPOS-VALIDOS
               ADD 1 TO WS-CONTADOR-INVAL

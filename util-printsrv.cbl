               END-READ
               PERFORM UNTIL WSS-NAO-HA-MAIS-CATEGORIAS
                   IF CAT-VIGENCIA NOT > WSS-DataHoje
                      AND CAT-APROVADA
                       PERFORM GuardarCategoria
                           THRU GuardarCategoria-Fim
                   END-IF

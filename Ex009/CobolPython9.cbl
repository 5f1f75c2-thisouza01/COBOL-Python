                   WS-JRN-ANTES,
                   WS-JRN-DEPOIS
           END-UNSTRING.
      * Jornal arquivado (func-master-AAAA.jnl, do COBOLPYTHON24)
      * termina num trailer de controle 'TR,...', que nao e
      * alteracao.
           IF WS-JRN-DATA NOT < WS-DATA-INI
               AND WS-JRN-DATA NOT > WS-DATA-FIM
               AND WS-JRN-DATA NOT = 'TR'
               IF WS-JRN-ANTES = SPACES
                   MOVE WS-JRN-DEPOIS TO WS-IMAGEM
               ELSE

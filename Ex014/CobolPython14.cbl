      *          (sublinhado vale como espaco, como na busca do
      *          COBOLPYTHON4) e imprime um unico documento,
      *          dossie-funcionario.txt, pronto para entregar ao
      *          auditor. Com um ano de referencia, historico e
      *          jornal ficam restritos aquele ano e, se ele ja foi
      *          arquivado pelo COBOLPYTHON24, o arquivo morto
      *          (historico-AAAA.csv, func-master-AAAA.jnl) e lido
      *          junto com o vivo
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       01  EOF-MASTER      PIC X(01) VALUE 'N'.
      *
      * Registro de periodo do historico, no leiaute gravado pelo
      * COBOLPYTHON1: 'AAAAMM,ID,NOME,BRUTO,INSS,IRRF,LIQUIDO',
      * com um oitavo campo opcional de tipo - em branco e a folha
      * mensal, 'A' o adiantamento quinzenal (COBOLPYTHON16), que
      * ja esta descontado no liquido da folha, e 'C' a diferenca
      * da complementar de dissidio (COBOLPYTHON17), paga em
      * remessa propria - nenhum dos dois conta aqui.
       01  WS-LINHA-HISTORICO.
           05 WS-HIST-PERIODO  PIC X(06).
           05 WS-HIST-ID       PIC 9(05).
           05 WS-HIST-INSS     PIC 9(05)V99.
           05 WS-HIST-IRRF     PIC 9(05)V99.
           05 WS-HIST-LIQ      PIC 9(05)V99.
           05 WS-HIST-TIPO     PIC X(01).
       01  WS-LINHA-LIDA       PIC X(120).
      *
      * Ultimos doze periodos do funcionario, em buffer circulante:
      *
      * Identificacao no argumento 1 (WS-ID numerico ou nome);
      * historico e jornal nos argumentos 2 e 3, com os nomes
      * padrao da cadeia como default. Um argumento 2 de quatro
      * digitos e o ano de referencia, e os nomes de arquivo
      * passam para os argumentos 3 e 4.
       01  WS-PARM-CHAVE   PIC X(20) VALUE SPACES.
       01  WS-PARM-2       PIC X(60) VALUE SPACES.
       01  WS-PARM-ANO     PIC X(04) VALUE SPACES.
       01  WS-ARG-ARQUIVOS PIC 9(01) VALUE 2.
       01  WS-NOME-ARQUIVO-HISTORICO PIC X(60) VALUE 'historico.csv'.
       01  WS-NOME-ARQUIVO-JORNAL PIC X(60) VALUE 'func-master.jnl'.
       01  WS-NOME-ARQUIVO-VIVO PIC X(60) VALUE SPACES.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   MOVE SPACES TO WS-PARM-CHAVE
           END-ACCEPT.
           IF WS-PARM-CHAVE = SPACES
               DISPLAY 'USO: COBOLPYTHON14 <ID OU NOME> [AAAA] '
                   '[HISTORICO] [JORNAL]'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-2 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-2
           END-ACCEPT.
           IF WS-PARM-2(1:4) NUMERIC AND WS-PARM-2(5:) = SPACES
               MOVE WS-PARM-2(1:4) TO WS-PARM-ANO
               MOVE 3 TO WS-ARG-ARQUIVOS
           END-IF.
           DISPLAY WS-ARG-ARQUIVOS UPON ARGUMENT-NUMBER.
           ACCEPT WS-NOME-ARQUIVO-HISTORICO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT.
           ADD 1 TO WS-ARG-ARQUIVOS.
           DISPLAY WS-ARG-ARQUIVOS UPON ARGUMENT-NUMBER.
           ACCEPT WS-NOME-ARQUIVO-JORNAL FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
               END-PERFORM
               CLOSE BANCOS
           END-IF.
      * Com ano de referencia, o arquivo morto do ano (se houver) e
      * lido antes do vivo, para manter a ordem cronologica.
       CARREGA-PERIODOS.
           IF WS-PARM-ANO NOT = SPACES
               MOVE WS-NOME-ARQUIVO-HISTORICO TO WS-NOME-ARQUIVO-VIVO
               MOVE SPACES TO WS-NOME-ARQUIVO-HISTORICO
               STRING 'historico-' WS-PARM-ANO '.csv'
                   DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-HISTORICO
               PERFORM LE-HISTORICO-DOSSIE
               MOVE WS-NOME-ARQUIVO-VIVO TO WS-NOME-ARQUIVO-HISTORICO
           END-IF.
           PERFORM LE-HISTORICO-DOSSIE.
       LE-HISTORICO-DOSSIE.
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO = 00
               MOVE 'N' TO EOF
               END-PERFORM
               CLOSE HISTORICO
           END-IF.
      * O trailer de controle do arquivo morto ('TR,...') nao e
      * periodo; fora do ano de referencia, quando pedido, tambem
      * nao entra.
       ACUMULA-PERIODO.
           MOVE SPACE TO WS-HIST-TIPO.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-HIST-BRUTO,
                   WS-HIST-INSS,
                   WS-HIST-IRRF,
                   WS-HIST-LIQ,
                   WS-HIST-TIPO
           END-UNSTRING.
           IF WS-HIST-ID = WS-ID-CONSULTA
               AND WS-HIST-TIPO NOT = 'A'
               AND WS-HIST-TIPO NOT = 'C'
               AND WS-HIST-PERIODO NOT = 'TR'
               AND (WS-PARM-ANO = SPACES
                   OR WS-HIST-PERIODO(1:4) = WS-PARM-ANO)
               IF WS-NOME-CONSULTA = SPACES
                   MOVE WS-HIST-NOME TO WS-NOME-CONSULTA
               END-IF
       GRAVA-BLOCO-HISTORICO.
           MOVE ALL '-' TO WS-LINHA-DOSSIE.
           WRITE REG-DOSSIE FROM WS-LINHA-DOSSIE.
           IF WS-PARM-ANO = SPACES
               MOVE 'HISTORICO DE FOLHA (ULTIMOS 12 PERIODOS)'
                   TO WS-LINHA-DOSSIE
           ELSE
               MOVE SPACES TO WS-LINHA-DOSSIE
               STRING 'HISTORICO DE FOLHA - ANO ' WS-PARM-ANO
                   DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-IF.
           WRITE REG-DOSSIE FROM WS-LINHA-DOSSIE.
           IF WS-QTD-PERIODOS = ZERO
               MOVE 'NENHUM PERIODO NO HISTORICO'
       GRAVA-BLOCO-AUDITORIA.
           MOVE ALL '-' TO WS-LINHA-DOSSIE.
           WRITE REG-DOSSIE FROM WS-LINHA-DOSSIE.
           IF WS-PARM-ANO = SPACES
               MOVE 'JORNAL DE AUDITORIA' TO WS-LINHA-DOSSIE
           ELSE
               MOVE SPACES TO WS-LINHA-DOSSIE
               STRING 'JORNAL DE AUDITORIA - ANO ' WS-PARM-ANO
                   DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
           END-IF.
           WRITE REG-DOSSIE FROM WS-LINHA-DOSSIE.
           IF WS-PARM-ANO NOT = SPACES
               MOVE WS-NOME-ARQUIVO-JORNAL TO WS-NOME-ARQUIVO-VIVO
               MOVE SPACES TO WS-NOME-ARQUIVO-JORNAL
               STRING 'func-master-' WS-PARM-ANO '.jnl'
                   DELIMITED BY SIZE INTO WS-NOME-ARQUIVO-JORNAL
               PERFORM LE-JORNAL-DOSSIE
               MOVE WS-NOME-ARQUIVO-VIVO TO WS-NOME-ARQUIVO-JORNAL
           END-IF.
           PERFORM LE-JORNAL-DOSSIE.
           IF WS-QTD-AUDITORIA = ZERO
               MOVE 'NENHUMA ALTERACAO NO JORNAL'
                   TO WS-LINHA-DOSSIE
               WRITE REG-DOSSIE FROM WS-LINHA-DOSSIE
           ELSE
               MOVE WS-QTD-AUDITORIA TO WS-QTD-AUDITORIA-ED
               MOVE SPACES TO WS-LINHA-DOSSIE
               STRING 'TOTAL DE ALTERACOES: ' WS-QTD-AUDITORIA-ED
                   DELIMITED BY SIZE INTO WS-LINHA-DOSSIE
               WRITE REG-DOSSIE FROM WS-LINHA-DOSSIE
           END-IF.
       LE-JORNAL-DOSSIE.
           OPEN INPUT JORNAL.
           IF FS-JORNAL = 00
               MOVE 'N' TO EOF
               END-PERFORM
               CLOSE JORNAL
           END-IF.
      * Trailer do arquivo morto e registros fora do ano de
      * referencia, quando pedido, ficam de fora.
       PROCESSA-REGISTRO-JORNAL.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
           END-IF.
           MOVE WS-IMG-ID TO WS-ID-REGISTRO.
           IF WS-ID-REGISTRO = WS-ID-CONSULTA
               AND WS-JRN-DATA NOT = 'TR'
               AND (WS-PARM-ANO = SPACES
                   OR WS-JRN-DATA(1:4) = WS-PARM-ANO)
               ADD 1 TO WS-QTD-AUDITORIA
               MOVE WS-JRN-ANTES TO WS-IMAGEM
               PERFORM EDITA-IMAGEM

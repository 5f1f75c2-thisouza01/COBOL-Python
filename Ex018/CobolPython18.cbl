      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao dos contratos de emprestimo consignado
      *          (consignados.csv) - inclusao de contrato ('I'),
      *          quitacao antecipada ('Q'), listagem com parcelas
      *          pagas, parcelas restantes e saldo devedor ('L') e o
      *          extrato mensal por credor ('E') das parcelas
      *          descontadas na folha, para o repasse a cada banco.
      *          As parcelas pagas saem do razao de parcelas
      *          (consignado-parcelas.csv), que so a folha oficial
      *          (COBOLPYTHON1) anexa - previa e fase de pulo de um
      *          reinicio nunca baixam parcela
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLPYTHON18.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONSIGNADOS ASSIGN TO 'consignados.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-CONSIGNADOS.
           SELECT OPTIONAL PARCELAS ASSIGN TO 'consignado-parcelas.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PARCELAS.
           SELECT RELATORIO ASSIGN DYNAMIC WS-NOME-ARQUIVO-SAIDA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RELATORIO.
           SELECT OPTIONAL LOG-PROCESSAMENTO
           ASSIGN TO 'processamento.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG-PROC.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CONSIGNADOS.
       01 REG-CONSIGNADO   PIC X(80).
      *
       FD  PARCELAS.
       01 REG-PARCELA      PIC X(100).
      *
       FD  RELATORIO.
       01 REG-RELATORIO    PIC X(132).
      *
       FD  LOG-PROCESSAMENTO.
       01 REG-LOG-PROC     PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS.
           05 FS-CONSIGNADOS PIC 9(02).
           05 FS-PARCELAS  PIC 9(02).
           05 FS-RELATORIO PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF-CONSIGNADOS PIC X(01) VALUE 'N'.
       01  EOF-PARCELAS    PIC X(01) VALUE 'N'.
      *
      * Contrato de consignado ('ID,CREDOR,CONTRATO,PARCELAS,VALOR,
      * AAAAMM-INICIO,SITUACAO,AAAAMM-QUITACAO'): SITUACAO 'A' e
      * contrato ativo e 'Q' quitado antecipadamente, com a
      * competencia da quitacao no ultimo campo. O contrato e
      * identificado por credor + numero do contrato.
       01  WS-LINHA-LIDA       PIC X(100).
       01  WS-LINHA-CONSIGNADO.
           05 WS-CSG-ID        PIC 9(05).
           05 WS-CSG-CREDOR    PIC X(10).
           05 WS-CSG-CONTRATO  PIC X(12).
           05 WS-CSG-PARCELAS  PIC 9(03).
           05 WS-CSG-VALOR     PIC 9(05)V99.
           05 WS-CSG-INICIO    PIC 9(06).
           05 WS-CSG-SITUACAO  PIC X(01).
           05 WS-CSG-QUITACAO  PIC 9(06).
       01  WS-CSG-VALOR-ED     PIC 9(05).99.
      *
      * Contratos carregados, com as parcelas ja pagas apuradas do
      * razao: uma parcela por competencia distinta - a reabertura
      * e nova rodada oficial de um mes anexa a mesma competencia
      * de novo, e ela nao pode contar como segunda parcela. A
      * quitacao regrava o arquivo inteiro a partir desta tabela,
      * por isso tabela transbordada bloqueia a quitacao.
       01  WS-TAB-CONSIGNADOS.
           05 WS-CSG-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-CSG.
               10 WS-CSG-TAB-ID       PIC 9(05).
               10 WS-CSG-TAB-CREDOR   PIC X(10).
               10 WS-CSG-TAB-CONTRATO PIC X(12).
               10 WS-CSG-TAB-PARCELAS PIC 9(03).
               10 WS-CSG-TAB-VALOR    PIC 9(05)V99.
               10 WS-CSG-TAB-INICIO   PIC 9(06).
               10 WS-CSG-TAB-SITUACAO PIC X(01).
               10 WS-CSG-TAB-QUITACAO PIC 9(06).
               10 WS-CSG-TAB-PAGAS    PIC 9(03).
               10 WS-CSG-TAB-ULT-PER  PIC X(06).
       01  WS-QTD-CONSIGNADOS  PIC 9(03) VALUE ZERO.
       01  WS-CSG-ACHADO       PIC 9(03) VALUE ZERO.
       01  WS-CSG-CREDOR-BUSCA PIC X(10).
       01  WS-CSG-CONTRATO-BUSCA PIC X(12).
       01  WS-TABELA-CHEIA     PIC X(01) VALUE 'N'.
      *
      * Linha do razao de parcelas ('AAAAMM,ID,NOME,CREDOR,CONTRATO,
      * PARCELA,TOTAL,VALOR'), anexada pela folha oficial a cada
      * parcela efetivamente descontada.
       01  WS-LINHA-PARCELA.
           05 WS-PRC-PERIODO   PIC X(06).
           05 WS-PRC-ID        PIC 9(05).
           05 WS-PRC-NOME      PIC X(20).
           05 WS-PRC-CREDOR    PIC X(10).
           05 WS-PRC-CONTRATO  PIC X(12).
           05 WS-PRC-PARCELA   PIC 9(03).
           05 WS-PRC-TOTAL     PIC 9(03).
           05 WS-PRC-VALOR     PIC 9(05)V99.
      *
      * Parcelas da competencia do extrato, uma por contrato - linha
      * repetida do mesmo contrato no mes (rodada oficial refeita
      * apos reabertura) prevalece a ultima, como nos demais
      * leitores. A tabela de credores guarda a ordem de aparicao e
      * os totais de cada secao do extrato.
       01  WS-TAB-EXTRATO.
           05 WS-EXT-OCOR OCCURS 500 TIMES INDEXED BY WS-IDX-EXT.
               10 WS-EXT-TAB-ID       PIC 9(05).
               10 WS-EXT-TAB-NOME     PIC X(20).
               10 WS-EXT-TAB-CREDOR   PIC X(10).
               10 WS-EXT-TAB-CONTRATO PIC X(12).
               10 WS-EXT-TAB-PARCELA  PIC 9(03).
               10 WS-EXT-TAB-TOTAL    PIC 9(03).
               10 WS-EXT-TAB-VALOR    PIC 9(05)V99.
       01  WS-QTD-EXTRATO      PIC 9(03) VALUE ZERO.
       01  WS-EXT-ACHADO       PIC 9(03) VALUE ZERO.
       01  WS-TAB-CREDORES.
           05 WS-CRD-OCOR OCCURS 30 TIMES INDEXED BY WS-IDX-CRD.
               10 WS-CRD-TAB-CREDOR   PIC X(10).
               10 WS-CRD-TAB-QTD      PIC 9(05).
               10 WS-CRD-TAB-TOTAL    PIC 9(07)V99.
       01  WS-QTD-CREDORES     PIC 9(02) VALUE ZERO.
       01  WS-CRD-ACHADO       PIC 9(02) VALUE ZERO.
      *
      * Parametros da linha de comando. Valor da parcela no mesmo
      * formato do salario do COBOLPYTHON4 (inteiro.decimal).
       01  WS-PARM-OPERACAO    PIC X(01) VALUE SPACE.
       01  WS-PARM-ID          PIC X(05) VALUE SPACES.
       01  WS-PARM-CREDOR      PIC X(10) VALUE SPACES.
       01  WS-PARM-CONTRATO    PIC X(12) VALUE SPACES.
       01  WS-PARM-PARCELAS    PIC X(03) VALUE SPACES.
       01  WS-PARM-VALOR       PIC X(08) VALUE SPACES.
       01  WS-PARM-VAL-INTEIRO PIC 9(05) VALUE ZERO.
       01  WS-PARM-VAL-DECIMAL PIC 9(02) VALUE ZERO.
       01  WS-PARM-INICIO      PIC X(06) VALUE SPACES.
       01  WS-PARM-PERIODO     PIC X(06) VALUE SPACES.
       01  WS-PERIODO-FILTRO   PIC X(06).
      *
      * Relatorios (listagem e extrato), paginados como o
      * relatorio.txt da folha mensal.
       01  WS-NOME-ARQUIVO-SAIDA PIC X(40) VALUE 'consignados.txt'.
       01  WS-LINHA-RELATORIO   PIC X(132).
       01  WS-PAGINA            PIC 9(04) VALUE ZERO.
       01  WS-PAGINA-EDITADA    PIC ZZZ9.
       01  WS-LINHAS-IMPRESSAS  PIC 9(02) VALUE ZERO.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 15.
       01  WS-CREDOR-PAGINA     PIC X(10) VALUE SPACES.
       01  WS-PARCELAS-RESTANTES PIC 9(03) VALUE ZERO.
       01  WS-SALDO-DEVEDOR     PIC 9(08)V99 VALUE ZERO.
       01  WS-TOTAL-SALDO       PIC 9(09)V99 VALUE ZERO.
       01  WS-TOTAL-EXTRATO     PIC 9(07)V99 VALUE ZERO.
       01  WS-QTD-ATIVOS        PIC 9(05) VALUE ZERO.
       01  WS-VALOR-EDITADO     PIC ZZ,ZZ9.99.
       01  WS-SALDO-EDITADO     PIC ZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-EDITADO     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-QTD-EDITADA       PIC ZZZZ9.
       01  WS-SITUACAO-TEXTO    PIC X(18).
      *
       01  WS-DATA-SISTEMA.
           05 WS-ANO       PIC 9(04).
           05 WS-MES       PIC 9(02).
           05 WS-DIA       PIC 9(02).
       01  WS-DATA-RELATORIO    PIC X(10).
      *
      * Resumo padronizado de fim de job no log compartilhado de
      * processamento, no mesmo leiaute dos demais programas da
      * cadeia, para o relatorio de status do lote (COBOLPYTHON8).
      * Lidos conta os contratos carregados, gravados as linhas
      * gravadas no cadastro ou no relatorio e excecoes as
      * operacoes recusadas.
       01  WS-LINHA-LOG-PROC   PIC X(120).
       01  WS-LOG-PROGRAMA     PIC X(14) VALUE 'COBOLPYTHON18'.
       01  WS-LOG-HORA         PIC 9(08).
       01  WS-LOG-LIDOS        PIC 9(06).
       01  WS-LOG-GRAVADOS     PIC 9(06).
       01  WS-LOG-EXCECOES     PIC 9(06).
       01  WS-LOG-RC           PIC 9(02).
       01  WS-CONT-LIDOS       PIC 9(06) VALUE ZERO.
       01  WS-CONT-GRAVADOS    PIC 9(06) VALUE ZERO.
       01  WS-CONT-EXCECOES    PIC 9(06) VALUE ZERO.
       01  WS-NOME-ARQUIVO-ENTRADA PIC X(60) VALUE 'consignados.csv'.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-RELATORIO.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-OPERACAO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE TO WS-PARM-OPERACAO
           END-ACCEPT.
           EVALUATE WS-PARM-OPERACAO
               WHEN 'I'
                   PERFORM INCLUI-CONSIGNADO
               WHEN 'Q'
                   PERFORM QUITA-CONSIGNADO
               WHEN 'L'
                   PERFORM LISTA-CONSIGNADOS
               WHEN 'E'
                   PERFORM EXTRATO-CREDORES
               WHEN OTHER
                   DISPLAY 'USO: COBOLPYTHON18 I <ID> <CREDOR> '
                       '<CONTRATO> <PARCELAS> <VALOR> <AAAAMM-INICIO>'
                   DISPLAY '     COBOLPYTHON18 Q <CREDOR> <CONTRATO>'
                   DISPLAY '     COBOLPYTHON18 L'
                   DISPLAY '     COBOLPYTHON18 E [AAAAMM]'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           PERFORM GRAVA-LOG-PROCESSAMENTO.
           STOP RUN.
      * Resumo padronizado de fim de job no log compartilhado -
      * abre em EXTEND, grava uma linha e fecha, para que os
      * caminhos de erro tambem consigam registrar o RETURN-CODE
      * final antes do STOP RUN.
       GRAVA-LOG-PROCESSAMENTO.
           ACCEPT WS-LOG-HORA FROM TIME.
           MOVE WS-CONT-LIDOS TO WS-LOG-LIDOS.
           MOVE WS-CONT-GRAVADOS TO WS-LOG-GRAVADOS.
           MOVE WS-CONT-EXCECOES TO WS-LOG-EXCECOES.
           MOVE RETURN-CODE TO WS-LOG-RC.
           MOVE SPACES TO WS-LINHA-LOG-PROC.
           STRING WS-LOG-PROGRAMA ',' WS-ANO WS-MES WS-DIA ','
               WS-LOG-HORA ',' WS-NOME-ARQUIVO-ENTRADA ','
               WS-LOG-LIDOS ',' WS-LOG-GRAVADOS ','
               WS-LOG-EXCECOES ',' WS-LOG-RC
               DELIMITED BY SIZE INTO WS-LINHA-LOG-PROC.
           OPEN EXTEND LOG-PROCESSAMENTO.
           WRITE REG-LOG-PROC FROM WS-LINHA-LOG-PROC.
           CLOSE LOG-PROCESSAMENTO.
      * Carrega o cadastro de contratos. A ausencia do arquivo nao
      * e erro - e so um cadastro ainda vazio.
       CARREGA-CONSIGNADOS.
           OPEN INPUT CONSIGNADOS.
           IF FS-CONSIGNADOS = 00 OR FS-CONSIGNADOS = 05
               PERFORM UNTIL EOF-CONSIGNADOS = 'Y'
                   READ CONSIGNADOS INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-CONSIGNADOS
                       NOT AT END
                           PERFORM ACUMULA-CONSIGNADO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CONSIGNADOS.
       ACUMULA-CONSIGNADO.
           IF WS-QTD-CONSIGNADOS NOT < 100
               DISPLAY 'TABELA DE CONSIGNADOS CHEIA (100) - LINHA '
                   'IGNORADA: ' WS-LINHA-LIDA
               MOVE 'S' TO WS-TABELA-CHEIA
           ELSE
               MOVE SPACE TO WS-CSG-SITUACAO
               MOVE ZERO TO WS-CSG-QUITACAO
               UNSTRING WS-LINHA-LIDA
                   DELIMITED BY ','
                   INTO
                       WS-CSG-ID,
                       WS-CSG-CREDOR,
                       WS-CSG-CONTRATO,
                       WS-CSG-PARCELAS,
                       WS-CSG-VALOR,
                       WS-CSG-INICIO,
                       WS-CSG-SITUACAO,
                       WS-CSG-QUITACAO
               END-UNSTRING
               ADD 1 TO WS-CONT-LIDOS
               ADD 1 TO WS-QTD-CONSIGNADOS
               SET WS-IDX-CSG TO WS-QTD-CONSIGNADOS
               MOVE WS-CSG-ID TO WS-CSG-TAB-ID (WS-IDX-CSG)
               MOVE WS-CSG-CREDOR TO WS-CSG-TAB-CREDOR (WS-IDX-CSG)
               MOVE WS-CSG-CONTRATO TO WS-CSG-TAB-CONTRATO (WS-IDX-CSG)
               MOVE WS-CSG-PARCELAS TO WS-CSG-TAB-PARCELAS (WS-IDX-CSG)
               MOVE WS-CSG-VALOR TO WS-CSG-TAB-VALOR (WS-IDX-CSG)
               MOVE WS-CSG-INICIO TO WS-CSG-TAB-INICIO (WS-IDX-CSG)
               MOVE WS-CSG-SITUACAO TO WS-CSG-TAB-SITUACAO (WS-IDX-CSG)
               MOVE WS-CSG-QUITACAO TO WS-CSG-TAB-QUITACAO (WS-IDX-CSG)
               MOVE ZERO TO WS-CSG-TAB-PAGAS (WS-IDX-CSG)
               MOVE SPACES TO WS-CSG-TAB-ULT-PER (WS-IDX-CSG)
           END-IF.
      * Localiza o contrato WS-CSG-CREDOR-BUSCA/WS-CSG-CONTRATO-BUSCA,
      * deixando o indice em WS-CSG-ACHADO (zero quando o contrato
      * nao esta cadastrado).
       BUSCA-CONSIGNADO.
           MOVE ZERO TO WS-CSG-ACHADO.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
               UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               IF WS-CSG-TAB-CREDOR (WS-IDX-CSG) = WS-CSG-CREDOR-BUSCA
                   AND WS-CSG-TAB-CONTRATO (WS-IDX-CSG)
                       = WS-CSG-CONTRATO-BUSCA
                   SET WS-CSG-ACHADO TO WS-IDX-CSG
               END-IF
           END-PERFORM.
      * Le o razao de parcelas e conta, por contrato, as parcelas ja
      * descontadas. No extrato ('E') guarda tambem as parcelas da
      * competencia pedida. A ausencia do razao e so um cadastro em
      * que nenhuma folha oficial descontou parcela ainda.
       CARREGA-PARCELAS.
           OPEN INPUT PARCELAS.
           IF FS-PARCELAS = 00 OR FS-PARCELAS = 05
               PERFORM UNTIL EOF-PARCELAS = 'Y'
                   READ PARCELAS INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-PARCELAS
                       NOT AT END
                           PERFORM ACUMULA-PARCELA
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PARCELAS.
       ACUMULA-PARCELA.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-PRC-PERIODO,
                   WS-PRC-ID,
                   WS-PRC-NOME,
                   WS-PRC-CREDOR,
                   WS-PRC-CONTRATO,
                   WS-PRC-PARCELA,
                   WS-PRC-TOTAL,
                   WS-PRC-VALOR
           END-UNSTRING.
           MOVE WS-PRC-CREDOR TO WS-CSG-CREDOR-BUSCA.
           MOVE WS-PRC-CONTRATO TO WS-CSG-CONTRATO-BUSCA.
           PERFORM BUSCA-CONSIGNADO.
           IF WS-CSG-ACHADO > ZERO
               AND WS-CSG-TAB-ULT-PER (WS-CSG-ACHADO)
                   NOT = WS-PRC-PERIODO
               ADD 1 TO WS-CSG-TAB-PAGAS (WS-CSG-ACHADO)
               MOVE WS-PRC-PERIODO TO WS-CSG-TAB-ULT-PER (WS-CSG-ACHADO)
           END-IF.
           IF WS-PARM-OPERACAO = 'E'
               AND WS-PRC-PERIODO = WS-PERIODO-FILTRO
               PERFORM GUARDA-PARCELA-EXTRATO
           END-IF.
       GUARDA-PARCELA-EXTRATO.
           MOVE ZERO TO WS-EXT-ACHADO.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
               IF WS-EXT-TAB-CREDOR (WS-IDX-EXT) = WS-PRC-CREDOR
                   AND WS-EXT-TAB-CONTRATO (WS-IDX-EXT)
                       = WS-PRC-CONTRATO
                   SET WS-EXT-ACHADO TO WS-IDX-EXT
               END-IF
           END-PERFORM.
           IF WS-EXT-ACHADO = ZERO
               IF WS-QTD-EXTRATO NOT < 500
                   DISPLAY 'TABELA DO EXTRATO CHEIA (500) - LINHA '
                       'IGNORADA - CONTRATO: ' WS-PRC-CONTRATO
               ELSE
                   ADD 1 TO WS-QTD-EXTRATO
                   MOVE WS-QTD-EXTRATO TO WS-EXT-ACHADO
               END-IF
           END-IF.
           IF WS-EXT-ACHADO > ZERO
               MOVE WS-PRC-ID TO WS-EXT-TAB-ID (WS-EXT-ACHADO)
               MOVE WS-PRC-NOME TO WS-EXT-TAB-NOME (WS-EXT-ACHADO)
               MOVE WS-PRC-CREDOR TO WS-EXT-TAB-CREDOR (WS-EXT-ACHADO)
               MOVE WS-PRC-CONTRATO
                   TO WS-EXT-TAB-CONTRATO (WS-EXT-ACHADO)
               MOVE WS-PRC-PARCELA
                   TO WS-EXT-TAB-PARCELA (WS-EXT-ACHADO)
               MOVE WS-PRC-TOTAL TO WS-EXT-TAB-TOTAL (WS-EXT-ACHADO)
               MOVE WS-PRC-VALOR TO WS-EXT-TAB-VALOR (WS-EXT-ACHADO)
           END-IF.
      * Inclusao de contrato: anexa a linha ao cadastro em EXTEND,
      * ativa e sem quitacao. Credor + contrato repetido e recusado
      * - o mesmo contrato cadastrado duas vezes seria descontado
      * em dobro na folha.
       INCLUI-CONSIGNADO.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-ID
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-CREDOR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-CREDOR
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-CONTRATO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-CONTRATO
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-PARCELAS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-PARCELAS
           END-ACCEPT.
           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-VALOR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-VALOR
           END-ACCEPT.
           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-INICIO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-INICIO
           END-ACCEPT.
           IF WS-PARM-ID = SPACES OR WS-PARM-CREDOR = SPACES
               OR WS-PARM-CONTRATO = SPACES
               OR WS-PARM-PARCELAS = SPACES
               OR WS-PARM-VALOR = SPACES
               OR WS-PARM-INICIO IS NOT NUMERIC
               DISPLAY 'USO: COBOLPYTHON18 I <ID> <CREDOR> '
                   '<CONTRATO> <PARCELAS> <VALOR> <AAAAMM-INICIO>'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           INSPECT WS-PARM-CREDOR REPLACING ALL '_' BY ' '.
           PERFORM CARREGA-CONSIGNADOS.
           MOVE WS-PARM-ID TO WS-CSG-ID.
           MOVE WS-PARM-CREDOR TO WS-CSG-CREDOR.
           MOVE WS-PARM-CONTRATO TO WS-CSG-CONTRATO.
           MOVE WS-PARM-PARCELAS TO WS-CSG-PARCELAS.
           UNSTRING WS-PARM-VALOR
               DELIMITED BY '.'
               INTO
                   WS-PARM-VAL-INTEIRO,
                   WS-PARM-VAL-DECIMAL
           END-UNSTRING.
           COMPUTE WS-CSG-VALOR =
               WS-PARM-VAL-INTEIRO + (WS-PARM-VAL-DECIMAL / 100).
           MOVE WS-PARM-INICIO TO WS-CSG-INICIO.
           MOVE 'A' TO WS-CSG-SITUACAO.
           MOVE ZERO TO WS-CSG-QUITACAO.
           IF WS-CSG-PARCELAS = ZERO OR WS-CSG-VALOR = ZERO
               DISPLAY 'CONTRATO SEM PARCELAS OU SEM VALOR - NAO '
                   'INCLUIDO: ' WS-CSG-CONTRATO
               ADD 1 TO WS-CONT-EXCECOES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-CSG-CREDOR TO WS-CSG-CREDOR-BUSCA
               MOVE WS-CSG-CONTRATO TO WS-CSG-CONTRATO-BUSCA
               PERFORM BUSCA-CONSIGNADO
               IF WS-CSG-ACHADO > ZERO
                   DISPLAY 'CONTRATO JA CADASTRADO - CREDOR: '
                       WS-CSG-CREDOR ' CONTRATO: ' WS-CSG-CONTRATO
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM MONTA-LINHA-CONSIGNADO
                   OPEN EXTEND CONSIGNADOS
                   WRITE REG-CONSIGNADO FROM WS-LINHA-LIDA
                   CLOSE CONSIGNADOS
                   ADD 1 TO WS-CONT-GRAVADOS
                   DISPLAY 'CONTRATO INCLUIDO - ID: ' WS-CSG-ID
                       ' CREDOR: ' WS-CSG-CREDOR
                       ' CONTRATO: ' WS-CSG-CONTRATO
               END-IF
           END-IF.
      * Monta em WS-LINHA-LIDA a linha do cadastro a partir de
      * WS-LINHA-CONSIGNADO, com o valor editado no formato
      * 9(05).99 dos demais arquivos da cadeia.
       MONTA-LINHA-CONSIGNADO.
           MOVE WS-CSG-VALOR TO WS-CSG-VALOR-ED.
           MOVE SPACES TO WS-LINHA-LIDA.
           STRING WS-CSG-ID ',' WS-CSG-CREDOR ',' WS-CSG-CONTRATO ','
               WS-CSG-PARCELAS ',' WS-CSG-VALOR-ED ','
               WS-CSG-INICIO ',' WS-CSG-SITUACAO ','
               WS-CSG-QUITACAO
               DELIMITED BY SIZE INTO WS-LINHA-LIDA.
      * Quitacao antecipada: marca o contrato com 'Q' e a competencia
      * corrente e regrava o cadastro inteiro - a folha para de
      * descontar a partir da proxima rodada oficial. O saldo
      * quitado sai na tela para conferencia com o credor.
       QUITA-CONSIGNADO.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-CREDOR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-CREDOR
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-CONTRATO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-CONTRATO
           END-ACCEPT.
           IF WS-PARM-CREDOR = SPACES OR WS-PARM-CONTRATO = SPACES
               DISPLAY 'USO: COBOLPYTHON18 Q <CREDOR> <CONTRATO>'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           INSPECT WS-PARM-CREDOR REPLACING ALL '_' BY ' '.
           PERFORM CARREGA-CONSIGNADOS.
           IF WS-TABELA-CHEIA = 'S'
               DISPLAY 'CADASTRO MAIOR QUE A TABELA (100) - '
                   'QUITACAO NAO REGRAVA CADASTRO TRUNCADO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM CARREGA-PARCELAS.
           MOVE WS-PARM-CREDOR TO WS-CSG-CREDOR-BUSCA.
           MOVE WS-PARM-CONTRATO TO WS-CSG-CONTRATO-BUSCA.
           PERFORM BUSCA-CONSIGNADO.
           EVALUATE TRUE
               WHEN WS-CSG-ACHADO = ZERO
                   DISPLAY 'CONTRATO NAO CADASTRADO - CREDOR: '
                       WS-PARM-CREDOR ' CONTRATO: ' WS-PARM-CONTRATO
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CSG-TAB-SITUACAO (WS-CSG-ACHADO) = 'Q'
                   DISPLAY 'CONTRATO JA QUITADO EM '
                       WS-CSG-TAB-QUITACAO (WS-CSG-ACHADO)
                       ' - CONTRATO: ' WS-PARM-CONTRATO
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   SET WS-IDX-CSG TO WS-CSG-ACHADO
                   PERFORM APURA-SALDO
                   MOVE 'Q' TO WS-CSG-TAB-SITUACAO (WS-CSG-ACHADO)
                   MOVE WS-DATA-SISTEMA(1:6)
                       TO WS-CSG-TAB-QUITACAO (WS-CSG-ACHADO)
                   PERFORM REGRAVA-CONSIGNADOS
                   MOVE WS-SALDO-DEVEDOR TO WS-SALDO-EDITADO
                   INSPECT WS-SALDO-EDITADO REPLACING ALL '.' BY ';'
                   INSPECT WS-SALDO-EDITADO REPLACING ALL ',' BY '.'
                   INSPECT WS-SALDO-EDITADO REPLACING ALL ';' BY ','
                   DISPLAY 'CONTRATO QUITADO - CREDOR: '
                       WS-PARM-CREDOR ' CONTRATO: ' WS-PARM-CONTRATO
                       ' SALDO QUITADO: R$ ' WS-SALDO-EDITADO
           END-EVALUATE.
       REGRAVA-CONSIGNADOS.
           OPEN OUTPUT CONSIGNADOS.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
               UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               MOVE WS-CSG-TAB-ID (WS-IDX-CSG) TO WS-CSG-ID
               MOVE WS-CSG-TAB-CREDOR (WS-IDX-CSG) TO WS-CSG-CREDOR
               MOVE WS-CSG-TAB-CONTRATO (WS-IDX-CSG) TO WS-CSG-CONTRATO
               MOVE WS-CSG-TAB-PARCELAS (WS-IDX-CSG) TO WS-CSG-PARCELAS
               MOVE WS-CSG-TAB-VALOR (WS-IDX-CSG) TO WS-CSG-VALOR
               MOVE WS-CSG-TAB-INICIO (WS-IDX-CSG) TO WS-CSG-INICIO
               MOVE WS-CSG-TAB-SITUACAO (WS-IDX-CSG) TO WS-CSG-SITUACAO
               MOVE WS-CSG-TAB-QUITACAO (WS-IDX-CSG) TO WS-CSG-QUITACAO
               PERFORM MONTA-LINHA-CONSIGNADO
               WRITE REG-CONSIGNADO FROM WS-LINHA-LIDA
               ADD 1 TO WS-CONT-GRAVADOS
           END-PERFORM.
           CLOSE CONSIGNADOS.
      * Parcelas restantes e saldo devedor do contrato em
      * WS-IDX-CSG: parcelas ainda nao descontadas vezes o valor da
      * parcela. Contrato quitado ou ja encerrado tem saldo zero.
       APURA-SALDO.
           MOVE ZERO TO WS-PARCELAS-RESTANTES.
           IF WS-CSG-TAB-SITUACAO (WS-IDX-CSG) NOT = 'Q'
               AND WS-CSG-TAB-PAGAS (WS-IDX-CSG)
                   < WS-CSG-TAB-PARCELAS (WS-IDX-CSG)
               COMPUTE WS-PARCELAS-RESTANTES =
                   WS-CSG-TAB-PARCELAS (WS-IDX-CSG)
                   - WS-CSG-TAB-PAGAS (WS-IDX-CSG)
           END-IF.
           COMPUTE WS-SALDO-DEVEDOR =
               WS-PARCELAS-RESTANTES * WS-CSG-TAB-VALOR (WS-IDX-CSG).
      * Listagem dos contratos cadastrados em consignados.txt, com
      * parcelas pagas/total, valor da parcela, saldo devedor e
      * situacao, e o saldo total em aberto no fim.
       LISTA-CONSIGNADOS.
           PERFORM CARREGA-CONSIGNADOS.
           PERFORM CARREGA-PARCELAS.
           MOVE 'consignados.txt' TO WS-NOME-ARQUIVO-SAIDA.
           OPEN OUTPUT RELATORIO.
           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
               UNTIL WS-IDX-CSG > WS-QTD-CONSIGNADOS
               PERFORM GRAVA-LINHA-LISTAGEM
           END-PERFORM.
           IF WS-PAGINA = ZERO
               PERFORM GRAVA-CABECALHO-LISTAGEM
           END-IF.
           MOVE WS-QTD-CONSIGNADOS TO WS-QTD-EDITADA.
           MOVE WS-TOTAL-SALDO TO WS-TOTAL-EDITADO.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL DE CONTRATOS: ' WS-QTD-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE WS-QTD-ATIVOS TO WS-QTD-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CONTRATOS ATIVOS: ' WS-QTD-EDITADA
               ' - SALDO DEVEDOR TOTAL: R$ ' WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY 'LISTAGEM DE CONSIGNADOS GRAVADA EM '
               WS-NOME-ARQUIVO-SAIDA.
       GRAVA-CABECALHO-LISTAGEM.
           ADD 1 TO WS-PAGINA.
           MOVE ZERO TO WS-LINHAS-IMPRESSAS.
           MOVE WS-PAGINA TO WS-PAGINA-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'CONTRATOS DE CONSIGNADO - DATA: '
               WS-DATA-RELATORIO ' - PAGINA: ' WS-PAGINA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ID    CREDOR     CONTRATO     PARCELAS'
               '  INICIO       PARCELA       SALDO  SITUACAO'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
       GRAVA-LINHA-LISTAGEM.
           IF WS-LINHAS-IMPRESSAS = ZERO
               OR WS-LINHAS-IMPRESSAS NOT < WS-MAX-LINHAS-PAGINA
               PERFORM GRAVA-CABECALHO-LISTAGEM
           END-IF.
           PERFORM APURA-SALDO.
           ADD WS-SALDO-DEVEDOR TO WS-TOTAL-SALDO.
           MOVE SPACES TO WS-SITUACAO-TEXTO.
           EVALUATE TRUE
               WHEN WS-CSG-TAB-SITUACAO (WS-IDX-CSG) = 'Q'
                   STRING 'QUITADO ' WS-CSG-TAB-QUITACAO (WS-IDX-CSG)
                       DELIMITED BY SIZE INTO WS-SITUACAO-TEXTO
               WHEN WS-PARCELAS-RESTANTES = ZERO
                   MOVE 'ENCERRADO' TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE 'ATIVO' TO WS-SITUACAO-TEXTO
                   ADD 1 TO WS-QTD-ATIVOS
           END-EVALUATE.
           MOVE WS-CSG-TAB-VALOR (WS-IDX-CSG) TO WS-VALOR-EDITADO.
           INSPECT WS-VALOR-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-VALOR-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-VALOR-EDITADO REPLACING ALL ';' BY ','.
           MOVE WS-SALDO-DEVEDOR TO WS-SALDO-EDITADO.
           INSPECT WS-SALDO-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-SALDO-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-SALDO-EDITADO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-CSG-TAB-ID (WS-IDX-CSG) ' '
               WS-CSG-TAB-CREDOR (WS-IDX-CSG) ' '
               WS-CSG-TAB-CONTRATO (WS-IDX-CSG) ' '
               WS-CSG-TAB-PAGAS (WS-IDX-CSG) '/'
               WS-CSG-TAB-PARCELAS (WS-IDX-CSG) '  '
               WS-CSG-TAB-INICIO (WS-IDX-CSG)
               ' R$ ' WS-VALOR-EDITADO
               ' R$ ' WS-SALDO-EDITADO ' '
               WS-SITUACAO-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-LINHAS-IMPRESSAS.
           ADD 1 TO WS-CONT-GRAVADOS.
      * Extrato mensal por credor (extrato-consignado.txt): as
      * parcelas descontadas na competencia pedida (default a
      * corrente), uma secao por credor comecando em pagina nova -
      * cada secao e o que se manda ao respectivo banco junto com o
      * repasse - com o total do credor e o total geral no fim.
       EXTRATO-CREDORES.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-PERIODO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-PERIODO
           END-ACCEPT.
           MOVE WS-DATA-SISTEMA(1:6) TO WS-PERIODO-FILTRO.
           IF WS-PARM-PERIODO NOT = SPACES
               MOVE WS-PARM-PERIODO TO WS-PERIODO-FILTRO
           END-IF.
           PERFORM CARREGA-CONSIGNADOS.
           PERFORM CARREGA-PARCELAS.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
               PERFORM ACUMULA-CREDOR
           END-PERFORM.
           MOVE 'extrato-consignado.txt' TO WS-NOME-ARQUIVO-SAIDA.
           OPEN OUTPUT RELATORIO.
           PERFORM VARYING WS-IDX-CRD FROM 1 BY 1
               UNTIL WS-IDX-CRD > WS-QTD-CREDORES
               PERFORM GRAVA-SECAO-CREDOR
           END-PERFORM.
           IF WS-PAGINA = ZERO
               MOVE SPACES TO WS-CREDOR-PAGINA
               PERFORM GRAVA-CABECALHO-EXTRATO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'NENHUMA PARCELA DESCONTADA NA COMPETENCIA '
                   WS-PERIODO-FILTRO
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO
           END-IF.
           MOVE WS-QTD-EXTRATO TO WS-QTD-EDITADA.
           MOVE WS-TOTAL-EXTRATO TO WS-TOTAL-EDITADO.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL GERAL - PARCELAS: ' WS-QTD-EDITADA
               ' - VALOR: R$ ' WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY 'EXTRATO DE CONSIGNADO ' WS-PERIODO-FILTRO
               ' - CREDORES: ' WS-QTD-CREDORES
               ' PARCELAS: ' WS-QTD-EXTRATO.
       ACUMULA-CREDOR.
           MOVE ZERO TO WS-CRD-ACHADO.
           PERFORM VARYING WS-IDX-CRD FROM 1 BY 1
               UNTIL WS-IDX-CRD > WS-QTD-CREDORES
               IF WS-CRD-TAB-CREDOR (WS-IDX-CRD)
                   = WS-EXT-TAB-CREDOR (WS-IDX-EXT)
                   SET WS-CRD-ACHADO TO WS-IDX-CRD
               END-IF
           END-PERFORM.
           IF WS-CRD-ACHADO = ZERO
               IF WS-QTD-CREDORES NOT < 30
                   DISPLAY 'TABELA DE CREDORES CHEIA (30) - CREDOR '
                       'FORA DO EXTRATO: '
                       WS-EXT-TAB-CREDOR (WS-IDX-EXT)
               ELSE
                   ADD 1 TO WS-QTD-CREDORES
                   MOVE WS-QTD-CREDORES TO WS-CRD-ACHADO
                   MOVE WS-EXT-TAB-CREDOR (WS-IDX-EXT)
                       TO WS-CRD-TAB-CREDOR (WS-CRD-ACHADO)
                   MOVE ZERO TO WS-CRD-TAB-QTD (WS-CRD-ACHADO)
                   MOVE ZERO TO WS-CRD-TAB-TOTAL (WS-CRD-ACHADO)
               END-IF
           END-IF.
           IF WS-CRD-ACHADO > ZERO
               ADD 1 TO WS-CRD-TAB-QTD (WS-CRD-ACHADO)
               ADD WS-EXT-TAB-VALOR (WS-IDX-EXT)
                   TO WS-CRD-TAB-TOTAL (WS-CRD-ACHADO)
           END-IF.
       GRAVA-SECAO-CREDOR.
           MOVE WS-CRD-TAB-CREDOR (WS-IDX-CRD) TO WS-CREDOR-PAGINA.
           PERFORM GRAVA-CABECALHO-EXTRATO.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
               IF WS-EXT-TAB-CREDOR (WS-IDX-EXT) = WS-CREDOR-PAGINA
                   PERFORM GRAVA-LINHA-EXTRATO
               END-IF
           END-PERFORM.
           ADD WS-CRD-TAB-TOTAL (WS-IDX-CRD) TO WS-TOTAL-EXTRATO.
           MOVE WS-CRD-TAB-QTD (WS-IDX-CRD) TO WS-QTD-EDITADA.
           MOVE WS-CRD-TAB-TOTAL (WS-IDX-CRD) TO WS-TOTAL-EDITADO.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-TOTAL-EDITADO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL DO CREDOR ' WS-CREDOR-PAGINA
               ' - PARCELAS: ' WS-QTD-EDITADA
               ' - VALOR A REPASSAR: R$ ' WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
       GRAVA-CABECALHO-EXTRATO.
           ADD 1 TO WS-PAGINA.
           MOVE ZERO TO WS-LINHAS-IMPRESSAS.
           MOVE WS-PAGINA TO WS-PAGINA-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'EXTRATO DE CONSIGNADO - CREDOR: ' WS-CREDOR-PAGINA
               ' - COMPETENCIA: ' WS-PERIODO-FILTRO
               ' - DATA: ' WS-DATA-RELATORIO
               ' - PAGINA: ' WS-PAGINA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ID    NOME                 CONTRATO     PARCELA'
               '        VALOR'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
       GRAVA-LINHA-EXTRATO.
           IF WS-LINHAS-IMPRESSAS NOT < WS-MAX-LINHAS-PAGINA
               PERFORM GRAVA-CABECALHO-EXTRATO
           END-IF.
           MOVE WS-EXT-TAB-VALOR (WS-IDX-EXT) TO WS-VALOR-EDITADO.
           INSPECT WS-VALOR-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-VALOR-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-VALOR-EDITADO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-EXT-TAB-ID (WS-IDX-EXT) ' '
               WS-EXT-TAB-NOME (WS-IDX-EXT) ' '
               WS-EXT-TAB-CONTRATO (WS-IDX-EXT) ' '
               WS-EXT-TAB-PARCELA (WS-IDX-EXT) '/'
               WS-EXT-TAB-TOTAL (WS-IDX-EXT)
               ' R$ ' WS-VALOR-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-LINHAS-IMPRESSAS.
           ADD 1 TO WS-CONT-GRAVADOS.
       END PROGRAM COBOLPYTHON18.

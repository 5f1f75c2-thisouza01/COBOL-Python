      ******************************************************************
      * Author:
      * Date:
      * Purpose: Arquivamento anual e expurgo dos arquivos que so
      *          crescem - o historico de folha (historico.csv), o
      *          jornal de auditoria do mestre (func-master.jnl) e o
      *          log de processamento (processamento.log), todos em
      *          OPEN EXTEND. A operacao 'A' move os registros de um
      *          ano encerrado para arquivos mortos datados
      *          (historico-AAAA.csv, func-master-AAAA.jnl,
      *          processamento-AAAA.log), cada um com um trailer de
      *          controle (quantidade de registros e totais de bruto
      *          e liquido), e regrava o arquivo vivo so com os
      *          demais anos. O ano corrente e o anterior ficam
      *          sempre no vivo, e o ano com competencia ainda aberta
      *          em competencias.csv (COBOLPYTHON13) e recusado. Cada
      *          arquivo morto entra no indice arquivamento-indice.csv;
      *          a operacao 'I' emite para a auditoria o relatorio do
      *          indice (relatorio-arquivamento.txt), com os anos de
      *          cada arquivo morto e vivo, os totais de controle e a
      *          reconferencia de cada arquivo morto contra o seu
      *          trailer. O informe de rendimentos (COBOLPYTHON5) e o
      *          dossie (COBOLPYTHON14) passam a ler o arquivo morto
      *          sozinhos quando o ano pedido ja foi arquivado
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLPYTHON24.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORIGEM ASSIGN DYNAMIC WS-NOME-ORIGEM
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-ORIGEM.
           SELECT DESTINO ASSIGN DYNAMIC WS-NOME-DESTINO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DESTINO.
           SELECT TRABALHO ASSIGN DYNAMIC WS-NOME-TRABALHO
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-TRABALHO.
           SELECT OPTIONAL COMPETENCIAS ASSIGN TO 'competencias.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-COMPETENCIAS.
           SELECT OPTIONAL INDICE ASSIGN TO 'arquivamento-indice.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-INDICE.
           SELECT RELATORIO ASSIGN TO 'relatorio-arquivamento.txt'
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
       FD  ORIGEM.
       01 REG-ORIGEM       PIC X(132).
      *
       FD  DESTINO.
       01 REG-DESTINO      PIC X(132).
      *
       FD  TRABALHO.
       01 REG-TRABALHO     PIC X(132).
      *
       FD  COMPETENCIAS.
       01 REG-COMPETENCIA  PIC X(40).
      *
       FD  INDICE.
       01 REG-INDICE       PIC X(120).
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
           05 FS-ORIGEM       PIC 9(02).
           05 FS-DESTINO      PIC 9(02).
           05 FS-TRABALHO     PIC 9(02).
           05 FS-COMPETENCIAS PIC 9(02).
           05 FS-INDICE       PIC 9(02).
           05 FS-RELATORIO    PIC 9(02).
           05 FS-LOG-PROC     PIC 9(02).
       01  EOF             PIC X(01) VALUE 'N'.
       01  EOF-INDICE      PIC X(01) VALUE 'N'.
       01  WS-LINHA-LIDA   PIC X(132).
      *
      * Arquivos que o arquivamento trata, na ordem em que sao
      * arquivados: tipo ('H' historico, 'J' jornal do mestre, 'L'
      * log de processamento), nome do arquivo vivo e prefixo e
      * sufixo do arquivo morto, que recebe o ano no meio.
       01  WS-ARQUIVOS-TXT.
           05 FILLER PIC X(39) VALUE
               'Hhistorico.csv       historico-    .csv'.
           05 FILLER PIC X(39) VALUE
               'Jfunc-master.jnl     func-master-  .jnl'.
           05 FILLER PIC X(39) VALUE
               'Lprocessamento.log   processamento-.log'.
       01  WS-ARQUIVOS-TAB REDEFINES WS-ARQUIVOS-TXT.
           05 WS-ARQ-OCOR OCCURS 3 TIMES.
               10 WS-ARQ-TIPO     PIC X(01).
               10 WS-ARQ-VIVO     PIC X(20).
               10 WS-ARQ-PREFIXO  PIC X(14).
               10 WS-ARQ-SUFIXO   PIC X(04).
       01  WS-IDX-ARQ      PIC 9(01) VALUE ZERO.
      *
      * Contagem previa dos registros do ano em cada arquivo vivo -
      * arquivo sem registro do ano nao ganha arquivo morto vazio.
       01  WS-TAB-QTD-ANO.
           05 WS-QTD-ANO-ARQ PIC 9(07) OCCURS 3 TIMES.
       01  WS-QTD-ANO-TOTAL PIC 9(07) VALUE ZERO.
      *
      * Nomes dos arquivos da rodada. O arquivo de trabalho (vivo
      * com o sufixo '.tmp') recebe os registros que ficam no vivo
      * e depois e recopiado por cima dele; fica no diretorio ate a
      * proxima rodada, e e a copia do vivo ja expurgado caso a
      * recopia seja interrompida.
       01  WS-NOME-ORIGEM   PIC X(60) VALUE SPACES.
       01  WS-NOME-DESTINO  PIC X(60) VALUE SPACES.
       01  WS-NOME-TRABALHO PIC X(60) VALUE SPACES.
      *
      * Campos dos registros vivos usados no arquivamento: o ano do
      * registro (no historico e no jornal as quatro primeiras
      * posicoes; no log, a data no segundo campo) e, do
      * historico, o bruto e o liquido para os totais de controle,
      * no leiaute gravado pelo COBOLPYTHON1: 'AAAAMM,ID,NOME,
      * BRUTO,INSS,IRRF,LIQUIDO[,TIPO]'.
       01  WS-ANO-REGISTRO  PIC X(04).
       01  WS-LOG-CAMPO-PROG PIC X(14).
       01  WS-LOG-CAMPO-DATA PIC X(08).
       01  WS-LINHA-HISTORICO.
           05 WS-HIST-PERIODO  PIC X(06).
           05 WS-HIST-ID       PIC 9(05).
           05 WS-HIST-NOME     PIC X(20).
           05 WS-HIST-BRUTO    PIC 9(05)V99.
           05 WS-HIST-INSS     PIC 9(05)V99.
           05 WS-HIST-IRRF     PIC 9(05)V99.
           05 WS-HIST-LIQ      PIC 9(05)V99.
           05 WS-HIST-TIPO     PIC X(01).
      *
      * Trailer de controle do arquivo morto, ultima linha dele:
      * 'TR,AAAA,QTD,BRUTO,LIQUIDO', com os valores com ponto
      * decimal como no historico. Bruto e liquido sao a soma dos
      * campos de todas as linhas do historico arquivadas (inclusive
      * adiantamento e complementar - e controle de arquivo, nao de
      * folha); no jornal e no log vao zerados.
       01  WS-TRAILER.
           05 WS-TR-MARCA      PIC X(02).
           05 WS-TR-ANO        PIC X(04).
           05 WS-TR-QTD        PIC 9(07).
           05 WS-TR-BRUTO      PIC 9(11)V99.
           05 WS-TR-LIQ        PIC 9(11)V99.
       01  WS-TR-BRUTO-ED      PIC 9(11).99.
       01  WS-TR-LIQ-ED        PIC 9(11).99.
       01  WS-CTL-QTD          PIC 9(07) VALUE ZERO.
       01  WS-CTL-BRUTO        PIC 9(11)V99 VALUE ZERO.
       01  WS-CTL-LIQ          PIC 9(11)V99 VALUE ZERO.
       01  WS-QTD-MANTIDOS     PIC 9(07) VALUE ZERO.
       01  WS-TRAILER-LIDO     PIC X(01) VALUE 'N'.
      *
      * Indice dos arquivos mortos (arquivamento-indice.csv), uma
      * linha por arquivo morto gerado: 'TIPO,ARQUIVO,ANO,QTD,BRUTO,
      * LIQUIDO,DATA,OPERADOR', anexada em EXTEND como o diario de
      * competencias.
       01  WS-LINHA-INDICE.
           05 WS-IND-TIPO      PIC X(01).
           05 WS-IND-ARQUIVO   PIC X(30).
           05 WS-IND-ANO       PIC X(04).
           05 WS-IND-QTD       PIC 9(07).
           05 WS-IND-BRUTO     PIC 9(11)V99.
           05 WS-IND-LIQ       PIC 9(11)V99.
           05 WS-IND-DATA      PIC X(08).
           05 WS-IND-OPERADOR  PIC X(12).
       01  WS-LINHA-GRAVADA    PIC X(132).
       01  WS-QTD-INDICE       PIC 9(05) VALUE ZERO.
      *
      * Situacao corrente das competencias, reconstruida do diario
      * do COBOLPYTHON13 ('AAAAMM,OPERACAO,OPERADOR,DATA,HORA') - a
      * ultima operacao registrada e a que vale.
       01  WS-LINHA-COMPETENCIA.
           05 WS-CMP-PERIODO   PIC X(06).
           05 WS-CMP-OPERACAO  PIC X(01).
           05 WS-CMP-RESTO     PIC X(30).
       01  WS-TAB-SITUACAO.
           05 WS-SIT-OCOR OCCURS 120 TIMES INDEXED BY WS-IDX-SIT.
               10 WS-SIT-PERIODO  PIC X(06).
               10 WS-SIT-OPERACAO PIC X(01).
       01  WS-QTD-SITUACOES PIC 9(03) VALUE ZERO.
       01  WS-SIT-ACHADA    PIC 9(03) VALUE ZERO.
      *
      * Competencias do ano que ainda nao estao fechadas - as do
      * historico sem 'F' no diario e as reabertas ('R') no diario.
       01  WS-TAB-ABERTAS.
           05 WS-ABR-PERIODO PIC X(06) OCCURS 24 TIMES
               INDEXED BY WS-IDX-ABR.
       01  WS-QTD-ABERTAS   PIC 9(02) VALUE ZERO.
       01  WS-ABR-ACHADA    PIC X(01) VALUE 'N'.
       01  WS-PERIODO-BUSCA PIC X(06).
      *
      * Anos presentes em cada arquivo vivo, com quantidade e
      * totais, para o relatorio do indice.
       01  WS-TAB-ANOS.
           05 WS-ANO-OCOR OCCURS 30 TIMES INDEXED BY WS-IDX-ANO.
               10 WS-ANO-TAB-ANO   PIC X(04).
               10 WS-ANO-TAB-QTD   PIC 9(07).
               10 WS-ANO-TAB-BRUTO PIC 9(11)V99.
               10 WS-ANO-TAB-LIQ   PIC 9(11)V99.
       01  WS-QTD-ANOS      PIC 9(02) VALUE ZERO.
       01  WS-ANO-ACHADO    PIC 9(02) VALUE ZERO.
      *
      * Campos do relatorio do indice.
       01  WS-LINHA-RELATORIO  PIC X(132).
       01  WS-QTD-ED           PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-ED-1       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-ED-2       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DATA-ARQ-ED      PIC X(10).
       01  WS-SITUACAO-CONFERE PIC X(10).
       01  WS-QTD-DIVERGENTES  PIC 9(05) VALUE ZERO.
      *
       01  WS-DATA-SISTEMA.
           05 WS-ANO       PIC 9(04).
           05 WS-MES       PIC 9(02).
           05 WS-DIA       PIC 9(02).
       01  WS-DATA-RELATORIO PIC X(10).
       01  WS-OPERADOR     PIC X(12).
      *
      * Operacao no argumento 1 ('A' arquiva, 'I' relatorio do
      * indice) e ano (AAAA) no argumento 2, obrigatorio para 'A'.
       01  WS-PARM-OPERACAO PIC X(01) VALUE SPACE.
       01  WS-PARM-ANO      PIC X(04) VALUE SPACES.
       01  WS-ANO-ARQUIVO   PIC 9(04) VALUE ZERO.
       01  WS-ANO-LIMITE    PIC 9(04) VALUE ZERO.
      *
      * Resumo padronizado de fim de job no log compartilhado de
      * processamento, no mesmo leiaute dos demais programas da
      * cadeia, para o relatorio de status do lote (COBOLPYTHON8).
      * Gravado depois do expurgo, entao a linha desta rodada fica
      * no log vivo.
       01  WS-LINHA-LOG-PROC   PIC X(120).
       01  WS-LOG-PROGRAMA     PIC X(14) VALUE 'COBOLPYTHON24'.
       01  WS-LOG-HORA         PIC 9(08).
       01  WS-LOG-LIDOS        PIC 9(06).
       01  WS-LOG-GRAVADOS     PIC 9(06).
       01  WS-LOG-EXCECOES     PIC 9(06).
       01  WS-LOG-RC           PIC 9(02).
       01  WS-CONT-LIDOS       PIC 9(06) VALUE ZERO.
       01  WS-CONT-GRAVADOS    PIC 9(06) VALUE ZERO.
       01  WS-CONT-EXCECOES    PIC 9(06) VALUE ZERO.
       01  WS-NOME-ARQUIVO-ENTRADA PIC X(60) VALUE 'historico.csv'.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-RELATORIO.
           PERFORM IDENTIFICA-OPERADOR.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-OPERACAO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE TO WS-PARM-OPERACAO
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-ANO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-ANO
           END-ACCEPT.
           EVALUATE WS-PARM-OPERACAO
               WHEN 'A'
                   PERFORM ARQUIVA-ANO
               WHEN 'I'
                   PERFORM RELATORIO-INDICE
               WHEN OTHER
                   DISPLAY 'USO: COBOLPYTHON24 A <AAAA>  (ARQUIVA)'
                   DISPLAY '     COBOLPYTHON24 I         (INDICE)'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           PERFORM GRAVA-LOG-PROCESSAMENTO.
           STOP RUN.
      * Identificacao do operador para o indice, pela variavel de
      * ambiente USERNAME (ou USER), como no diario de competencias
      * (COBOLPYTHON13).
       IDENTIFICA-OPERADOR.
           MOVE SPACES TO WS-OPERADOR.
           DISPLAY 'USERNAME' UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-OPERADOR
           END-ACCEPT.
           IF WS-OPERADOR = SPACES
               DISPLAY 'USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERADOR FROM ENVIRONMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-OPERADOR
               END-ACCEPT
           END-IF.
           IF WS-OPERADOR = SPACES
               MOVE 'DESCONHECIDO' TO WS-OPERADOR
           END-IF.
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
      * Arquivamento de um ano. Nada e movido enquanto alguma
      * conferencia falha: ano invalido ou ainda vivo, ano ja
      * arquivado, competencia aberta ou nada a arquivar.
       ARQUIVA-ANO.
           IF WS-PARM-ANO IS NOT NUMERIC
               DISPLAY 'ANO (AAAA) OBRIGATORIO PARA O ARQUIVAMENTO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           MOVE WS-PARM-ANO TO WS-ANO-ARQUIVO.
           COMPUTE WS-ANO-LIMITE = WS-ANO - 1.
           IF WS-ANO-ARQUIVO NOT < WS-ANO-LIMITE
               DISPLAY 'ANO ' WS-PARM-ANO ' NAO PODE SER ARQUIVADO - '
                   'O ANO CORRENTE E O ANTERIOR FICAM NO ARQUIVO VIVO'
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           MOVE 1 TO WS-IDX-ARQ.
           PERFORM MONTA-NOME-MORTO.
           MOVE WS-NOME-DESTINO TO WS-NOME-ORIGEM.
           OPEN INPUT ORIGEM.
           IF FS-ORIGEM = 00
               CLOSE ORIGEM
               DISPLAY 'ANO ' WS-PARM-ANO ' JA ARQUIVADO EM '
                   WS-NOME-DESTINO
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM CARREGA-SITUACOES.
           MOVE ZERO TO WS-QTD-ANO-TOTAL.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
               UNTIL WS-IDX-ARQ > 3
               PERFORM CONTA-REGISTROS-ANO
           END-PERFORM.
           PERFORM VERIFICA-SITUACOES-DO-ANO.
           IF WS-QTD-ABERTAS > ZERO
               PERFORM VARYING WS-IDX-ABR FROM 1 BY 1
                   UNTIL WS-IDX-ABR > WS-QTD-ABERTAS
                   DISPLAY 'COMPETENCIA ' WS-ABR-PERIODO (WS-IDX-ABR)
                       ' NAO ESTA FECHADA EM COMPETENCIAS.CSV'
               END-PERFORM
               DISPLAY 'ANO ' WS-PARM-ANO ' NAO ARQUIVADO - FECHAR AS '
                   'COMPETENCIAS VIA COBOLPYTHON13'
               MOVE WS-QTD-ABERTAS TO WS-CONT-EXCECOES
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           IF WS-QTD-ANO-TOTAL = ZERO
               DISPLAY 'NENHUM REGISTRO DO ANO ' WS-PARM-ANO
                   ' NOS ARQUIVOS VIVOS - NADA A ARQUIVAR'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
                   UNTIL WS-IDX-ARQ > 3
                   IF WS-QTD-ANO-ARQ (WS-IDX-ARQ) > ZERO
                       PERFORM ARQUIVA-ARQUIVO
                   END-IF
               END-PERFORM
               DISPLAY 'ANO ' WS-PARM-ANO ' ARQUIVADO - '
                   WS-QTD-ANO-TOTAL ' REGISTRO(S) MOVIDO(S)'
           END-IF.
      * Nome do arquivo morto do arquivo WS-IDX-ARQ para o ano em
      * arquivamento, em WS-NOME-DESTINO.
       MONTA-NOME-MORTO.
           MOVE SPACES TO WS-NOME-DESTINO.
           STRING WS-ARQ-PREFIXO (WS-IDX-ARQ) DELIMITED BY SPACE
               WS-PARM-ANO DELIMITED BY SIZE
               WS-ARQ-SUFIXO (WS-IDX-ARQ) DELIMITED BY SPACE
               INTO WS-NOME-DESTINO.
      * Ano do registro em WS-LINHA-LIDA, conforme o tipo do
      * arquivo; no historico tambem separa os campos de valor.
       EXTRAI-ANO-REGISTRO.
           EVALUATE WS-ARQ-TIPO (WS-IDX-ARQ)
               WHEN 'L'
                   MOVE SPACES TO WS-LOG-CAMPO-DATA
                   UNSTRING WS-LINHA-LIDA
                       DELIMITED BY ','
                       INTO
                           WS-LOG-CAMPO-PROG,
                           WS-LOG-CAMPO-DATA
                   END-UNSTRING
                   MOVE WS-LOG-CAMPO-DATA(1:4) TO WS-ANO-REGISTRO
               WHEN 'H'
                   MOVE ZERO TO WS-HIST-BRUTO
                   MOVE ZERO TO WS-HIST-LIQ
                   UNSTRING WS-LINHA-LIDA
                       DELIMITED BY ','
                       INTO
                           WS-HIST-PERIODO,
                           WS-HIST-ID,
                           WS-HIST-NOME,
                           WS-HIST-BRUTO,
                           WS-HIST-INSS,
                           WS-HIST-IRRF,
                           WS-HIST-LIQ,
                           WS-HIST-TIPO
                   END-UNSTRING
                   MOVE WS-LINHA-LIDA(1:4) TO WS-ANO-REGISTRO
               WHEN OTHER
                   MOVE WS-LINHA-LIDA(1:4) TO WS-ANO-REGISTRO
           END-EVALUATE.
      * Conta os registros do ano no arquivo vivo WS-IDX-ARQ e, no
      * historico, anota as competencias do ano para a conferencia
      * com o diario de competencias. Arquivo vivo ausente nao e
      * erro - o log, por exemplo, pode ter sido iniciado depois.
       CONTA-REGISTROS-ANO.
           MOVE ZERO TO WS-QTD-ANO-ARQ (WS-IDX-ARQ).
           MOVE WS-ARQ-VIVO (WS-IDX-ARQ) TO WS-NOME-ORIGEM.
           MOVE 'N' TO EOF.
           OPEN INPUT ORIGEM.
           IF FS-ORIGEM = 00
               PERFORM UNTIL EOF = 'Y'
                   READ ORIGEM INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM EXTRAI-ANO-REGISTRO
                           IF WS-ANO-REGISTRO = WS-PARM-ANO
                               ADD 1 TO WS-QTD-ANO-ARQ (WS-IDX-ARQ)
                               ADD 1 TO WS-QTD-ANO-TOTAL
                               IF WS-ARQ-TIPO (WS-IDX-ARQ) = 'H'
                                   PERFORM CONFERE-COMPETENCIA-HIST
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORIGEM
           END-IF.
      * Competencia do historico que nao esta fechada no diario -
      * nunca fechada ou reaberta - segura o ano inteiro.
       CONFERE-COMPETENCIA-HIST.
           MOVE WS-HIST-PERIODO TO WS-CMP-PERIODO.
           PERFORM BUSCA-SITUACAO.
           IF WS-SIT-ACHADA = ZERO
               MOVE WS-HIST-PERIODO TO WS-PERIODO-BUSCA
               PERFORM ANOTA-ABERTA
           ELSE
               IF WS-SIT-OPERACAO (WS-SIT-ACHADA) NOT = 'F'
                   MOVE WS-HIST-PERIODO TO WS-PERIODO-BUSCA
                   PERFORM ANOTA-ABERTA
               END-IF
           END-IF.
      * Competencia do ano reaberta no diario, mesmo sem linha no
      * historico (reaberta e ainda nao reprocessada).
       VERIFICA-SITUACOES-DO-ANO.
           PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
               UNTIL WS-IDX-SIT > WS-QTD-SITUACOES
               IF WS-SIT-PERIODO (WS-IDX-SIT)(1:4) = WS-PARM-ANO
                   AND WS-SIT-OPERACAO (WS-IDX-SIT) NOT = 'F'
                   MOVE WS-SIT-PERIODO (WS-IDX-SIT) TO WS-PERIODO-BUSCA
                   PERFORM ANOTA-ABERTA
               END-IF
           END-PERFORM.
       ANOTA-ABERTA.
           MOVE 'N' TO WS-ABR-ACHADA.
           PERFORM VARYING WS-IDX-ABR FROM 1 BY 1
               UNTIL WS-IDX-ABR > WS-QTD-ABERTAS
               IF WS-ABR-PERIODO (WS-IDX-ABR) = WS-PERIODO-BUSCA
                   MOVE 'S' TO WS-ABR-ACHADA
               END-IF
           END-PERFORM.
           IF WS-ABR-ACHADA = 'N' AND WS-QTD-ABERTAS < 24
               ADD 1 TO WS-QTD-ABERTAS
               MOVE WS-PERIODO-BUSCA TO WS-ABR-PERIODO (WS-QTD-ABERTAS)
           END-IF.
      * Reconstroi do diario a situacao corrente de cada
      * competencia, como o COBOLPYTHON13. O diario ainda
      * inexistente significa que nada foi fechado - e o historico
      * com qualquer linha do ano fica todo em aberto.
       CARREGA-SITUACOES.
           MOVE 'N' TO EOF.
           OPEN INPUT COMPETENCIAS.
           IF FS-COMPETENCIAS = 00 OR FS-COMPETENCIAS = 05
               PERFORM UNTIL EOF = 'Y'
                   READ COMPETENCIAS
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           UNSTRING REG-COMPETENCIA
                               DELIMITED BY ','
                               INTO
                                   WS-CMP-PERIODO,
                                   WS-CMP-OPERACAO,
                                   WS-CMP-RESTO
                           END-UNSTRING
                           PERFORM BUSCA-SITUACAO
                           IF WS-SIT-ACHADA = ZERO
                               PERFORM INCLUI-SITUACAO
                           END-IF
                           IF WS-SIT-ACHADA > ZERO
                               MOVE WS-CMP-OPERACAO
                                   TO WS-SIT-OPERACAO (WS-SIT-ACHADA)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COMPETENCIAS.
       BUSCA-SITUACAO.
           MOVE ZERO TO WS-SIT-ACHADA.
           PERFORM VARYING WS-IDX-SIT FROM 1 BY 1
               UNTIL WS-IDX-SIT > WS-QTD-SITUACOES
               IF WS-SIT-PERIODO (WS-IDX-SIT) = WS-CMP-PERIODO
                   SET WS-SIT-ACHADA TO WS-IDX-SIT
               END-IF
           END-PERFORM.
       INCLUI-SITUACAO.
           IF WS-QTD-SITUACOES NOT < 120
               DISPLAY 'TABELA DE COMPETENCIAS CHEIA (120) - '
                   'SITUACAO IGNORADA: ' WS-CMP-PERIODO
           ELSE
               ADD 1 TO WS-QTD-SITUACOES
               MOVE WS-QTD-SITUACOES TO WS-SIT-ACHADA
               MOVE WS-CMP-PERIODO TO WS-SIT-PERIODO (WS-SIT-ACHADA)
           END-IF.
      * Move os registros do ano do arquivo vivo WS-IDX-ARQ para o
      * arquivo morto, fecha-o com o trailer de controle, regrava o
      * vivo com os demais registros e anota o arquivo no indice.
       ARQUIVA-ARQUIVO.
           MOVE WS-ARQ-VIVO (WS-IDX-ARQ) TO WS-NOME-ORIGEM.
           PERFORM MONTA-NOME-MORTO.
           MOVE SPACES TO WS-NOME-TRABALHO.
           STRING WS-ARQ-VIVO (WS-IDX-ARQ) DELIMITED BY SPACE
               '.tmp' DELIMITED BY SIZE
               INTO WS-NOME-TRABALHO.
           MOVE ZERO TO WS-CTL-QTD.
           MOVE ZERO TO WS-CTL-BRUTO.
           MOVE ZERO TO WS-CTL-LIQ.
           MOVE ZERO TO WS-QTD-MANTIDOS.
           MOVE 'N' TO EOF.
           OPEN INPUT ORIGEM.
           OPEN OUTPUT DESTINO.
           OPEN OUTPUT TRABALHO.
           IF FS-ORIGEM NOT = 00 OR FS-DESTINO NOT = 00
               OR FS-TRABALHO NOT = 00
               DISPLAY 'ERRO AO ABRIR ' WS-NOME-ORIGEM ' / '
                   WS-NOME-DESTINO ' - STATUS = ' FS-ORIGEM ' '
                   FS-DESTINO ' ' FS-TRABALHO
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM UNTIL EOF = 'Y'
               READ ORIGEM INTO WS-LINHA-LIDA
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM SEPARA-REGISTRO
               END-READ
           END-PERFORM.
           MOVE WS-CTL-BRUTO TO WS-TR-BRUTO-ED.
           MOVE WS-CTL-LIQ TO WS-TR-LIQ-ED.
           MOVE SPACES TO WS-LINHA-GRAVADA.
           STRING 'TR,' WS-PARM-ANO ',' WS-CTL-QTD ','
               WS-TR-BRUTO-ED ',' WS-TR-LIQ-ED
               DELIMITED BY SIZE INTO WS-LINHA-GRAVADA.
           WRITE REG-DESTINO FROM WS-LINHA-GRAVADA.
           CLOSE ORIGEM.
           CLOSE DESTINO.
           CLOSE TRABALHO.
           PERFORM RECOPIA-VIVO.
           PERFORM GRAVA-INDICE.
           DISPLAY WS-NOME-DESTINO(1:24) ' - ' WS-CTL-QTD
               ' REGISTRO(S); '
               WS-ARQ-VIVO (WS-IDX-ARQ) ' MANTEM ' WS-QTD-MANTIDOS.
       SEPARA-REGISTRO.
           PERFORM EXTRAI-ANO-REGISTRO.
           IF WS-ANO-REGISTRO = WS-PARM-ANO
               WRITE REG-DESTINO FROM WS-LINHA-LIDA
               ADD 1 TO WS-CTL-QTD
               ADD 1 TO WS-CONT-GRAVADOS
               IF WS-ARQ-TIPO (WS-IDX-ARQ) = 'H'
                   ADD WS-HIST-BRUTO TO WS-CTL-BRUTO
                   ADD WS-HIST-LIQ TO WS-CTL-LIQ
               END-IF
           ELSE
               WRITE REG-TRABALHO FROM WS-LINHA-LIDA
               ADD 1 TO WS-QTD-MANTIDOS
           END-IF.
      * Regrava o vivo a partir do arquivo de trabalho. A
      * quantidade recopiada tem de bater com a separada - senao o
      * vivo ficou incompleto e o arquivo de trabalho e a copia boa.
       RECOPIA-VIVO.
           MOVE 'N' TO EOF.
           MOVE ZERO TO WS-CTL-QTD.
           OPEN INPUT TRABALHO.
           OPEN OUTPUT ORIGEM.
           PERFORM UNTIL EOF = 'Y'
               READ TRABALHO INTO WS-LINHA-LIDA
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       WRITE REG-ORIGEM FROM WS-LINHA-LIDA
                       ADD 1 TO WS-CTL-QTD
               END-READ
           END-PERFORM.
           CLOSE TRABALHO.
           CLOSE ORIGEM.
           IF WS-CTL-QTD NOT = WS-QTD-MANTIDOS
               DISPLAY 'RECOPIA INCOMPLETA DE ' WS-NOME-ORIGEM
                   ' - RESTAURAR A PARTIR DE ' WS-NOME-TRABALHO
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
      * Anota no indice o arquivo morto recem-gerado, com os mesmos
      * totais do trailer.
       GRAVA-INDICE.
           MOVE SPACES TO WS-LINHA-GRAVADA.
           STRING WS-ARQ-TIPO (WS-IDX-ARQ) ','
               WS-NOME-DESTINO DELIMITED BY SPACE
               ',' WS-PARM-ANO ',' WS-QTD-ANO-ARQ (WS-IDX-ARQ) ','
               WS-TR-BRUTO-ED ',' WS-TR-LIQ-ED ','
               WS-ANO WS-MES WS-DIA ',' WS-OPERADOR
               DELIMITED BY SIZE INTO WS-LINHA-GRAVADA.
           OPEN EXTEND INDICE.
           WRITE REG-INDICE FROM WS-LINHA-GRAVADA.
           CLOSE INDICE.
      * Relatorio do indice para a auditoria: os arquivos mortos
      * com os totais anotados no indice e a reconferencia de cada
      * um contra o proprio conteudo e o trailer, e os anos que
      * cada arquivo vivo ainda guarda, com os mesmos totais.
      * Arquivo morto ausente ou divergente encerra com RC 8.
       RELATORIO-INDICE.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'INDICE DE ARQUIVAMENTO - DATA: ' WS-DATA-RELATORIO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE 'ARQUIVOS MORTOS' TO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ARQUIVO                        ANO  REGISTROS'
               '             BRUTO           LIQUIDO ARQUIVADO  '
               'CONFERENCIA'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           OPEN INPUT INDICE.
           IF FS-INDICE = 00 OR FS-INDICE = 05
               PERFORM UNTIL EOF-INDICE = 'Y'
                   READ INDICE INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-INDICE
                       NOT AT END
                           ADD 1 TO WS-CONT-LIDOS
                           PERFORM GRAVA-LINHA-INDICE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE INDICE.
           IF WS-QTD-INDICE = ZERO
               MOVE '  NENHUM ANO ARQUIVADO' TO WS-LINHA-RELATORIO
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
               UNTIL WS-IDX-ARQ > 3
               PERFORM GRAVA-BLOCO-VIVO
           END-PERFORM.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           IF WS-QTD-DIVERGENTES > ZERO
               MOVE WS-QTD-DIVERGENTES TO WS-QTD-ED
               STRING 'ARQUIVOS MORTOS AUSENTES OU DIVERGENTES: '
                   WS-QTD-ED
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               MOVE WS-QTD-DIVERGENTES TO WS-CONT-EXCECOES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'TODOS OS ARQUIVOS MORTOS CONFEREM COM O INDICE'
                   TO WS-LINHA-RELATORIO
           END-IF.
           PERFORM GRAVA-LINHA-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY 'RELATORIO DO INDICE EM RELATORIO-ARQUIVAMENTO.TXT'.
      * Uma linha do indice: reconta o arquivo morto e compara a
      * contagem e os totais com o trailer e com o indice.
       GRAVA-LINHA-INDICE.
           ADD 1 TO WS-QTD-INDICE.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-IND-TIPO,
                   WS-IND-ARQUIVO,
                   WS-IND-ANO,
                   WS-IND-QTD,
                   WS-IND-BRUTO,
                   WS-IND-LIQ,
                   WS-IND-DATA,
                   WS-IND-OPERADOR
           END-UNSTRING.
           PERFORM RECONFERE-MORTO.
           MOVE WS-IND-QTD TO WS-QTD-ED.
           MOVE WS-IND-BRUTO TO WS-TOTAL-ED-1.
           MOVE WS-IND-LIQ TO WS-TOTAL-ED-2.
           PERFORM EDITA-TOTAIS.
           MOVE SPACES TO WS-DATA-ARQ-ED.
           STRING WS-IND-DATA(7:2) '/' WS-IND-DATA(5:2) '/'
               WS-IND-DATA(1:4)
               DELIMITED BY SIZE INTO WS-DATA-ARQ-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-IND-ARQUIVO ' ' WS-IND-ANO ' ' WS-QTD-ED ' '
               WS-TOTAL-ED-1 ' ' WS-TOTAL-ED-2 ' ' WS-DATA-ARQ-ED ' '
               WS-SITUACAO-CONFERE
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
       RECONFERE-MORTO.
           PERFORM VARYING WS-IDX-ARQ FROM 1 BY 1
               UNTIL WS-IDX-ARQ > 3
                   OR WS-ARQ-TIPO (WS-IDX-ARQ) = WS-IND-TIPO
               CONTINUE
           END-PERFORM.
           IF WS-IDX-ARQ > 3
               MOVE 3 TO WS-IDX-ARQ
           END-IF.
           MOVE ZERO TO WS-CTL-QTD.
           MOVE ZERO TO WS-CTL-BRUTO.
           MOVE ZERO TO WS-CTL-LIQ.
           MOVE 'N' TO WS-TRAILER-LIDO.
           INITIALIZE WS-TRAILER.
           MOVE WS-IND-ARQUIVO TO WS-NOME-ORIGEM.
           MOVE 'N' TO EOF.
           OPEN INPUT ORIGEM.
           IF FS-ORIGEM NOT = 00
               MOVE 'AUSENTE' TO WS-SITUACAO-CONFERE
               ADD 1 TO WS-QTD-DIVERGENTES
           ELSE
               PERFORM UNTIL EOF = 'Y'
                   READ ORIGEM INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM RECONTA-REGISTRO-MORTO
                   END-READ
               END-PERFORM
               CLOSE ORIGEM
               IF WS-TRAILER-LIDO = 'S'
                   AND WS-CTL-QTD = WS-TR-QTD
                   AND WS-CTL-QTD = WS-IND-QTD
                   AND WS-CTL-BRUTO = WS-TR-BRUTO
                   AND WS-CTL-BRUTO = WS-IND-BRUTO
                   AND WS-CTL-LIQ = WS-TR-LIQ
                   AND WS-CTL-LIQ = WS-IND-LIQ
                   MOVE 'CONFERE' TO WS-SITUACAO-CONFERE
               ELSE
                   MOVE 'DIVERGENTE' TO WS-SITUACAO-CONFERE
                   ADD 1 TO WS-QTD-DIVERGENTES
               END-IF
           END-IF.
       RECONTA-REGISTRO-MORTO.
           IF WS-LINHA-LIDA(1:3) = 'TR,'
               MOVE 'S' TO WS-TRAILER-LIDO
               UNSTRING WS-LINHA-LIDA
                   DELIMITED BY ','
                   INTO
                       WS-TR-MARCA,
                       WS-TR-ANO,
                       WS-TR-QTD,
                       WS-TR-BRUTO,
                       WS-TR-LIQ
               END-UNSTRING
           ELSE
               ADD 1 TO WS-CTL-QTD
               IF WS-ARQ-TIPO (WS-IDX-ARQ) = 'H'
                   PERFORM EXTRAI-ANO-REGISTRO
                   ADD WS-HIST-BRUTO TO WS-CTL-BRUTO
                   ADD WS-HIST-LIQ TO WS-CTL-LIQ
               END-IF
           END-IF.
      * Anos que o arquivo vivo WS-IDX-ARQ ainda guarda, com a
      * quantidade e os totais de cada um.
       GRAVA-BLOCO-VIVO.
           MOVE ZERO TO WS-QTD-ANOS.
           INITIALIZE WS-TAB-ANOS.
           MOVE WS-ARQ-VIVO (WS-IDX-ARQ) TO WS-NOME-ORIGEM.
           MOVE 'N' TO EOF.
           OPEN INPUT ORIGEM.
           IF FS-ORIGEM = 00
               PERFORM UNTIL EOF = 'Y'
                   READ ORIGEM INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           ADD 1 TO WS-CONT-LIDOS
                           PERFORM ACUMULA-ANO-VIVO
                   END-READ
               END-PERFORM
               CLOSE ORIGEM
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           STRING 'ARQUIVO VIVO: ' WS-ARQ-VIVO (WS-IDX-ARQ)
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           IF WS-QTD-ANOS = ZERO
               MOVE '  VAZIO OU AUSENTE' TO WS-LINHA-RELATORIO
               PERFORM GRAVA-LINHA-RELATORIO
           END-IF.
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
               UNTIL WS-IDX-ANO > WS-QTD-ANOS
               MOVE WS-ANO-TAB-QTD (WS-IDX-ANO) TO WS-QTD-ED
               MOVE WS-ANO-TAB-BRUTO (WS-IDX-ANO) TO WS-TOTAL-ED-1
               MOVE WS-ANO-TAB-LIQ (WS-IDX-ANO) TO WS-TOTAL-ED-2
               PERFORM EDITA-TOTAIS
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING '  ANO ' WS-ANO-TAB-ANO (WS-IDX-ANO)
                   '                          ' WS-QTD-ED ' '
                   WS-TOTAL-ED-1 ' ' WS-TOTAL-ED-2
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               PERFORM GRAVA-LINHA-RELATORIO
           END-PERFORM.
       ACUMULA-ANO-VIVO.
           PERFORM EXTRAI-ANO-REGISTRO.
           MOVE ZERO TO WS-ANO-ACHADO.
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
               UNTIL WS-IDX-ANO > WS-QTD-ANOS
               IF WS-ANO-TAB-ANO (WS-IDX-ANO) = WS-ANO-REGISTRO
                   SET WS-ANO-ACHADO TO WS-IDX-ANO
               END-IF
           END-PERFORM.
           IF WS-ANO-ACHADO = ZERO
               IF WS-QTD-ANOS NOT < 30
                   DISPLAY 'TABELA DE ANOS CHEIA (30) - ANO FORA DO '
                       'RELATORIO: ' WS-ANO-REGISTRO
               ELSE
                   ADD 1 TO WS-QTD-ANOS
                   MOVE WS-QTD-ANOS TO WS-ANO-ACHADO
                   MOVE WS-ANO-REGISTRO
                       TO WS-ANO-TAB-ANO (WS-ANO-ACHADO)
               END-IF
           END-IF.
           IF WS-ANO-ACHADO > ZERO
               ADD 1 TO WS-ANO-TAB-QTD (WS-ANO-ACHADO)
               IF WS-ARQ-TIPO (WS-IDX-ARQ) = 'H'
                   ADD WS-HIST-BRUTO TO WS-ANO-TAB-BRUTO (WS-ANO-ACHADO)
                   ADD WS-HIST-LIQ TO WS-ANO-TAB-LIQ (WS-ANO-ACHADO)
               END-IF
           END-IF.
       EDITA-TOTAIS.
           INSPECT WS-QTD-ED REPLACING ALL ',' BY '.'.
           INSPECT WS-TOTAL-ED-1 REPLACING ALL '.' BY ';'.
           INSPECT WS-TOTAL-ED-1 REPLACING ALL ',' BY '.'.
           INSPECT WS-TOTAL-ED-1 REPLACING ALL ';' BY ','.
           INSPECT WS-TOTAL-ED-2 REPLACING ALL '.' BY ';'.
           INSPECT WS-TOTAL-ED-2 REPLACING ALL ',' BY '.'.
           INSPECT WS-TOTAL-ED-2 REPLACING ALL ';' BY ','.
       GRAVA-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-CONT-GRAVADOS.
       END PROGRAM COBOLPYTHON24.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: Validacao do rateio por centro de custo - confere o
      *          arquivo de rateio (rateio.csv: matricula,
      *          departamento, percentual e competencia de inicio de
      *          vigencia) usado pelo feed de GL (COBOLPYTHON3) e
      *          pela provisao de encargos (COBOLPYTHON12) para
      *          dividir o custo de funcionario compartilhado entre
      *          departamentos. Cada vigencia de cada funcionario tem
      *          de fechar 100%, sem departamento repetido, em
      *          branco ou com percentual zerado; o relatorio
      *          rateio-validacao.txt lista cada vigencia com o seu
      *          resultado, e arquivo com erro e rejeitado com
      *          RETURN-CODE 8, na convencao do COBOLPYTHON7
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLPYTHON22.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATEIO ASSIGN TO 'rateio.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RATEIO.
           SELECT RELATORIO ASSIGN TO 'rateio-validacao.txt'
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
       FD  RATEIO.
       01 REG-RATEIO       PIC X(40).
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
           05 FS-RATEIO    PIC 9(02).
           05 FS-RELATORIO PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF-RATEIO      PIC X(01) VALUE 'N'.
      *
      * Linha do rateio ('ID,DEPTO,PERCENTUAL,VIGENCIA'): o
      * percentual com duas decimais (060.00) e a vigencia em
      * AAAAMM. As linhas de mesma matricula e vigencia formam um
      * rateio completo, valido da vigencia ate a proxima vigencia
      * do funcionario.
       01  WS-LINHA-LIDA       PIC X(40).
       01  WS-RAT-ID-X         PIC X(05).
       01  WS-RAT-ID           PIC 9(05).
       01  WS-RAT-DEPTO        PIC X(04).
       01  WS-RAT-PERCENTUAL   PIC 9(03)V99.
       01  WS-RAT-VIGENCIA     PIC X(06).
       01  WS-RAT-VIG-DATA REDEFINES WS-RAT-VIGENCIA.
           05 WS-RAT-VIG-ANO   PIC 9(04).
           05 WS-RAT-VIG-MES   PIC 9(02).
       01  WS-RAT-ERRO-LINHA   PIC X(30).
      *
      * Linhas lidas, cada uma apontando a sua vigencia na tabela de
      * grupos, e os grupos matricula + vigencia com a soma dos
      * percentuais e a marca de erro.
       01  WS-TAB-LINHAS.
           05 WS-LIN-OCOR OCCURS 300 TIMES INDEXED BY WS-IDX-LIN.
               10 WS-LIN-TAB-GRUPO      PIC 9(03).
               10 WS-LIN-TAB-DEPTO      PIC X(04).
               10 WS-LIN-TAB-PERCENTUAL PIC 9(03)V99.
               10 WS-LIN-TAB-ERRO       PIC X(30).
       01  WS-QTD-LINHAS       PIC 9(03) VALUE ZERO.
       01  WS-IDX-LIN-2        PIC 9(03) VALUE ZERO.
       01  WS-TAB-GRUPOS.
           05 WS-GRP-OCOR OCCURS 200 TIMES INDEXED BY WS-IDX-GRP.
               10 WS-GRP-TAB-ID       PIC 9(05).
               10 WS-GRP-TAB-VIGENCIA PIC X(06).
               10 WS-GRP-TAB-SOMA     PIC 9(05)V99.
               10 WS-GRP-TAB-ERRO     PIC X(01).
       01  WS-QTD-GRUPOS       PIC 9(03) VALUE ZERO.
       01  WS-GRP-ACHADO       PIC 9(03) VALUE ZERO.
       01  WS-QTD-GRUPOS-ERRO  PIC 9(03) VALUE ZERO.
       01  WS-QTD-LINHAS-ERRO  PIC 9(03) VALUE ZERO.
       01  WS-TABELA-CHEIA     PIC X(01) VALUE 'N'.
      *
      * Campos do relatorio de validacao.
       01  WS-LINHA-RELATORIO  PIC X(132).
       01  WS-PERCENTUAL-ED    PIC ZZ9.99.
       01  WS-SOMA-ED          PIC ZZZZ9.99.
       01  WS-QTD-EDITADA      PIC ZZ9.
       01  WS-QTD-ERRO-ED      PIC ZZ9.
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
      * Lidos conta as linhas do rateio, gravados as linhas do
      * relatorio de validacao e excecoes as linhas com erro.
       01  WS-LINHA-LOG-PROC   PIC X(120).
       01  WS-LOG-PROGRAMA     PIC X(14) VALUE 'COBOLPYTHON22'.
       01  WS-LOG-HORA         PIC 9(08).
       01  WS-LOG-LIDOS        PIC 9(06).
       01  WS-LOG-GRAVADOS     PIC 9(06).
       01  WS-LOG-EXCECOES     PIC 9(06).
       01  WS-LOG-RC           PIC 9(02).
       01  WS-CONT-LIDOS       PIC 9(06) VALUE ZERO.
       01  WS-CONT-GRAVADOS    PIC 9(06) VALUE ZERO.
       01  WS-CONT-EXCECOES    PIC 9(06) VALUE ZERO.
       01  WS-NOME-ARQUIVO-ENTRADA PIC X(60) VALUE 'rateio.csv'.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           STRING WS-DIA '/' WS-MES '/' WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-RELATORIO.
           PERFORM CARREGA-RATEIO.
           PERFORM VALIDA-DEPTOS-REPETIDOS.
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
               UNTIL WS-IDX-GRP > WS-QTD-GRUPOS
               IF WS-GRP-TAB-SOMA (WS-IDX-GRP) NOT = 100
                   MOVE 'S' TO WS-GRP-TAB-ERRO (WS-IDX-GRP)
               END-IF
               IF WS-GRP-TAB-ERRO (WS-IDX-GRP) = 'S'
                   ADD 1 TO WS-QTD-GRUPOS-ERRO
               END-IF
           END-PERFORM.
           PERFORM GRAVA-RELATORIO-VALIDACAO.
           IF WS-QTD-GRUPOS-ERRO > ZERO OR WS-QTD-LINHAS-ERRO > ZERO
               OR WS-TABELA-CHEIA = 'S'
               DISPLAY 'RATEIO.CSV REJEITADO - VIGENCIAS COM ERRO: '
                   WS-QTD-GRUPOS-ERRO ' - VER RATEIO-VALIDACAO.TXT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'RATEIO.CSV VALIDO - VIGENCIAS: '
                   WS-QTD-GRUPOS ' LINHAS: ' WS-QTD-LINHAS
           END-IF.
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
      * Carrega o rateio. A ausencia do arquivo nao e erro - todos
      * os funcionarios ficam 100% no departamento do extrato.
       CARREGA-RATEIO.
           OPEN INPUT RATEIO.
           IF FS-RATEIO = 00 OR FS-RATEIO = 05
               PERFORM UNTIL EOF-RATEIO = 'Y'
                   READ RATEIO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-RATEIO
                       NOT AT END
                           PERFORM ACUMULA-RATEIO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RATEIO.
      * Confere a linha isoladamente (matricula, departamento,
      * percentual e vigencia) e soma o percentual no grupo da
      * matricula + vigencia.
       ACUMULA-RATEIO.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE SPACES TO WS-RAT-DEPTO.
           MOVE SPACES TO WS-RAT-VIGENCIA.
           MOVE ZERO TO WS-RAT-PERCENTUAL.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-RAT-ID-X,
                   WS-RAT-DEPTO,
                   WS-RAT-PERCENTUAL,
                   WS-RAT-VIGENCIA
           END-UNSTRING.
           MOVE SPACES TO WS-RAT-ERRO-LINHA.
           MOVE ZERO TO WS-RAT-ID.
           IF WS-RAT-ID-X IS NUMERIC
               MOVE WS-RAT-ID-X TO WS-RAT-ID
           END-IF.
           EVALUATE TRUE
               WHEN WS-RAT-ID-X IS NOT NUMERIC
                   MOVE '*** MATRICULA INVALIDA' TO WS-RAT-ERRO-LINHA
               WHEN WS-RAT-VIGENCIA IS NOT NUMERIC
                   MOVE '*** VIGENCIA INVALIDA' TO WS-RAT-ERRO-LINHA
               WHEN WS-RAT-VIG-MES < 1 OR WS-RAT-VIG-MES > 12
                   MOVE '*** VIGENCIA INVALIDA' TO WS-RAT-ERRO-LINHA
               WHEN WS-RAT-DEPTO = SPACES
                   MOVE '*** DEPARTAMENTO EM BRANCO'
                       TO WS-RAT-ERRO-LINHA
               WHEN WS-RAT-PERCENTUAL = ZERO
                   MOVE '*** PERCENTUAL ZERADO' TO WS-RAT-ERRO-LINHA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE ZERO TO WS-GRP-ACHADO.
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
               UNTIL WS-IDX-GRP > WS-QTD-GRUPOS
               IF WS-GRP-TAB-ID (WS-IDX-GRP) = WS-RAT-ID
                   AND WS-GRP-TAB-VIGENCIA (WS-IDX-GRP)
                       = WS-RAT-VIGENCIA
                   SET WS-GRP-ACHADO TO WS-IDX-GRP
               END-IF
           END-PERFORM.
           IF WS-GRP-ACHADO = ZERO
               IF WS-QTD-GRUPOS NOT < 200
                   DISPLAY 'TABELA DE VIGENCIAS CHEIA (200) - LINHA '
                       'IGNORADA: ' WS-LINHA-LIDA
                   MOVE 'S' TO WS-TABELA-CHEIA
               ELSE
                   ADD 1 TO WS-QTD-GRUPOS
                   MOVE WS-QTD-GRUPOS TO WS-GRP-ACHADO
                   MOVE WS-RAT-ID TO WS-GRP-TAB-ID (WS-GRP-ACHADO)
                   MOVE WS-RAT-VIGENCIA
                       TO WS-GRP-TAB-VIGENCIA (WS-GRP-ACHADO)
                   MOVE ZERO TO WS-GRP-TAB-SOMA (WS-GRP-ACHADO)
                   MOVE 'N' TO WS-GRP-TAB-ERRO (WS-GRP-ACHADO)
               END-IF
           END-IF.
           IF WS-GRP-ACHADO > ZERO
               IF WS-QTD-LINHAS NOT < 300
                   DISPLAY 'TABELA DE LINHAS DO RATEIO CHEIA (300) - '
                       'LINHA IGNORADA: ' WS-LINHA-LIDA
                   MOVE 'S' TO WS-TABELA-CHEIA
               ELSE
                   ADD 1 TO WS-QTD-LINHAS
                   SET WS-IDX-LIN TO WS-QTD-LINHAS
                   MOVE WS-GRP-ACHADO TO WS-LIN-TAB-GRUPO (WS-IDX-LIN)
                   MOVE WS-RAT-DEPTO TO WS-LIN-TAB-DEPTO (WS-IDX-LIN)
                   MOVE WS-RAT-PERCENTUAL
                       TO WS-LIN-TAB-PERCENTUAL (WS-IDX-LIN)
                   MOVE WS-RAT-ERRO-LINHA
                       TO WS-LIN-TAB-ERRO (WS-IDX-LIN)
                   ADD WS-RAT-PERCENTUAL
                       TO WS-GRP-TAB-SOMA (WS-GRP-ACHADO)
                   IF WS-RAT-ERRO-LINHA NOT = SPACES
                       MOVE 'S' TO WS-GRP-TAB-ERRO (WS-GRP-ACHADO)
                       ADD 1 TO WS-QTD-LINHAS-ERRO
                       ADD 1 TO WS-CONT-EXCECOES
                   END-IF
               END-IF
           END-IF.
      * Departamento repetido na mesma vigencia do funcionario - o
      * rateio somaria duas partes no mesmo centro de custo e
      * esconderia um digito trocado.
       VALIDA-DEPTOS-REPETIDOS.
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
               UNTIL WS-IDX-LIN > WS-QTD-LINHAS
               PERFORM VARYING WS-IDX-LIN-2 FROM 1 BY 1
                   UNTIL WS-IDX-LIN-2 NOT < WS-IDX-LIN
                   IF WS-LIN-TAB-GRUPO (WS-IDX-LIN-2)
                       = WS-LIN-TAB-GRUPO (WS-IDX-LIN)
                       AND WS-LIN-TAB-DEPTO (WS-IDX-LIN-2)
                           = WS-LIN-TAB-DEPTO (WS-IDX-LIN)
                       AND WS-LIN-TAB-ERRO (WS-IDX-LIN) = SPACES
                       MOVE '*** DEPARTAMENTO REPETIDO'
                           TO WS-LIN-TAB-ERRO (WS-IDX-LIN)
                       MOVE 'S' TO WS-GRP-TAB-ERRO
                           (WS-LIN-TAB-GRUPO (WS-IDX-LIN))
                       ADD 1 TO WS-QTD-LINHAS-ERRO
                       ADD 1 TO WS-CONT-EXCECOES
                   END-IF
               END-PERFORM
           END-PERFORM.
      * Relatorio de validacao: cada vigencia de cada funcionario
      * com as suas linhas, o total e o resultado, e o resumo final.
       GRAVA-RELATORIO-VALIDACAO.
           OPEN OUTPUT RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'VALIDACAO DO RATEIO POR CENTRO DE CUSTO - DATA: '
               WS-DATA-RELATORIO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ID    VIGENCIA DEPTO PERCENTUAL'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           PERFORM VARYING WS-IDX-GRP FROM 1 BY 1
               UNTIL WS-IDX-GRP > WS-QTD-GRUPOS
               PERFORM GRAVA-GRUPO-RATEIO
           END-PERFORM.
           MOVE WS-QTD-GRUPOS TO WS-QTD-EDITADA.
           MOVE WS-QTD-GRUPOS-ERRO TO WS-QTD-ERRO-ED.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'VIGENCIAS: ' WS-QTD-EDITADA
               ' - COM ERRO: ' WS-QTD-ERRO-ED
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF WS-QTD-GRUPOS-ERRO > ZERO OR WS-QTD-LINHAS-ERRO > ZERO
               OR WS-TABELA-CHEIA = 'S'
               MOVE 'ARQUIVO REJEITADO - CORRIGIR E VALIDAR DE NOVO'
                   TO WS-LINHA-RELATORIO
           ELSE
               MOVE 'ARQUIVO VALIDO' TO WS-LINHA-RELATORIO
           END-IF.
           PERFORM GRAVA-LINHA-RELATORIO.
           CLOSE RELATORIO.
       GRAVA-GRUPO-RATEIO.
           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
               UNTIL WS-IDX-LIN > WS-QTD-LINHAS
               IF WS-LIN-TAB-GRUPO (WS-IDX-LIN) = WS-IDX-GRP
                   MOVE WS-LIN-TAB-PERCENTUAL (WS-IDX-LIN)
                       TO WS-PERCENTUAL-ED
                   INSPECT WS-PERCENTUAL-ED REPLACING ALL '.' BY ','
                   MOVE SPACES TO WS-LINHA-RELATORIO
                   STRING WS-GRP-TAB-ID (WS-IDX-GRP) ' '
                       WS-GRP-TAB-VIGENCIA (WS-IDX-GRP) '   '
                       WS-LIN-TAB-DEPTO (WS-IDX-LIN) '     '
                       WS-PERCENTUAL-ED '% '
                       WS-LIN-TAB-ERRO (WS-IDX-LIN)
                       DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
                   PERFORM GRAVA-LINHA-RELATORIO
               END-IF
           END-PERFORM.
           MOVE WS-GRP-TAB-SOMA (WS-IDX-GRP) TO WS-SOMA-ED.
           INSPECT WS-SOMA-ED REPLACING ALL '.' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           IF WS-GRP-TAB-ERRO (WS-IDX-GRP) = 'S'
               IF WS-GRP-TAB-SOMA (WS-IDX-GRP) NOT = 100
                   STRING '      TOTAL DA VIGENCIA ' WS-SOMA-ED
                       '% *** ERRO - TOTAL DIFERENTE DE 100%'
                       DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               ELSE
                   STRING '      TOTAL DA VIGENCIA ' WS-SOMA-ED
                       '% *** ERRO NAS LINHAS'
                       DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
               END-IF
           ELSE
               STRING '      TOTAL DA VIGENCIA ' WS-SOMA-ED '% OK'
                   DELIMITED BY SIZE INTO WS-LINHA-RELATORIO
           END-IF.
           PERFORM GRAVA-LINHA-RELATORIO.
       GRAVA-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-CONT-GRAVADOS.
       END PROGRAM COBOLPYTHON22.

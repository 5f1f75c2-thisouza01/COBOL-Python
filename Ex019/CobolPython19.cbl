      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de dependentes
      *          (dependentes.csv) - inclusao ('I'), alteracao das
      *          marcas de IRRF e salario-familia ('A'), exclusao
      *          ('E') e listagem com a situacao de cada dependente
      *          na competencia corrente ('L'). Toda alteracao entra
      *          no jornal de auditoria dependentes.jnl, na mesma
      *          disciplina do func-master.jnl do COBOLPYTHON4. O
      *          cadastro alimenta a deducao por dependente na base
      *          do IRRF e o salario-familia da folha mensal
      *          (COBOLPYTHON1) e a deducao no 13o, ferias e
      *          rescisao (COBOLPYTHON10)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLPYTHON19.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DEPENDENTES ASSIGN TO 'dependentes.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-DEPENDENTES.
           SELECT OPTIONAL JORNAL ASSIGN TO 'dependentes.jnl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-JORNAL.
           SELECT OPTIONAL LOG-PROCESSAMENTO
           ASSIGN TO 'processamento.log'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-LOG-PROC.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  DEPENDENTES.
       01 REG-DEPENDENTE   PIC X(60).
      *
       FD  JORNAL.
       01 REG-JORNAL       PIC X(140).
      *
       FD  LOG-PROCESSAMENTO.
       01 REG-LOG-PROC     PIC X(120).
      *
       WORKING-STORAGE SECTION.
      *
       01  FILE-STATUS.
           05 FS-DEPENDENTES PIC 9(02).
           05 FS-JORNAL    PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF-DEPENDENTES PIC X(01) VALUE 'N'.
      *
      * Dependente ('ID,SEQ,NOME,AAAAMMDD-NASCIMENTO,PARENTESCO,
      * IRRF,SALARIO-FAMILIA'): PARENTESCO 'F' filho ou enteado,
      * 'C' conjuge ou companheiro, 'P' pai ou mae e 'O' outro
      * dependente legal; IRRF e SALARIO-FAMILIA com 'S' ou 'N'. O
      * SEQ numera os dependentes de cada funcionario e, com o ID,
      * identifica o registro. Salario-familia so vale para filho.
       01  WS-LINHA-LIDA       PIC X(60).
       01  WS-REG-DEPENDENTE.
           05 WS-DEP-ID        PIC 9(05).
           05 WS-DEP-SEQ       PIC 9(02).
           05 WS-DEP-NOME      PIC X(20).
           05 WS-DEP-NASCIMENTO PIC 9(08).
           05 WS-DEP-PARENTESCO PIC X(01).
           05 WS-DEP-IRRF      PIC X(01).
           05 WS-DEP-SF        PIC X(01).
      *
      * Cadastro carregado; a alteracao e a exclusao regravam o
      * arquivo inteiro a partir desta tabela, por isso tabela
      * transbordada bloqueia as duas.
       01  WS-TAB-DEPENDENTES.
           05 WS-DEP-OCOR OCCURS 200 TIMES INDEXED BY WS-IDX-DEP.
               10 WS-DEP-TAB-REG   PIC X(38).
               10 WS-DEP-TAB-ATIVO PIC X(01).
       01  WS-QTD-DEPENDENTES  PIC 9(03) VALUE ZERO.
       01  WS-DEP-ACHADO       PIC 9(03) VALUE ZERO.
       01  WS-DEP-ULTIMO-SEQ   PIC 9(02) VALUE ZERO.
       01  WS-DEP-SEQ-LIDO     PIC 9(02) VALUE ZERO.
       01  WS-TABELA-CHEIA     PIC X(01) VALUE 'N'.
      *
      * Elegibilidade na competencia: o dependente deixa de contar
      * no proprio mes em que atinge a idade limite (filho no IRRF
      * aos 21 anos, no salario-familia aos 14), e so conta a partir
      * do mes de nascimento.
       01  WS-IDADE-LIMITE-IRRF PIC 9(02) VALUE 21.
       01  WS-IDADE-LIMITE-SF  PIC 9(02) VALUE 14.
       01  WS-DEP-NASC-PERIODO PIC 9(06) VALUE ZERO.
       01  WS-DEP-LIMITE       PIC 9(06) VALUE ZERO.
       01  WS-DEP-CONTA-IRRF   PIC X(01) VALUE 'N'.
       01  WS-DEP-CONTA-SF     PIC X(01) VALUE 'N'.
       01  WS-PERIODO-PROCESSO PIC 9(06) VALUE ZERO.
       01  WS-SITUACAO-IRRF    PIC X(07).
       01  WS-SITUACAO-SF      PIC X(07).
      *
      * Jornal de auditoria do cadastro (dependentes.jnl): um
      * registro por alteracao, com data, hora, operador, codigo da
      * operacao (I=inclusao, A=alteracao, E=exclusao) e as imagens
      * antes e depois do registro - antes em branco na inclusao e
      * depois em branco na exclusao. Sempre em OPEN EXTEND.
       01  WS-LINHA-JORNAL     PIC X(140).
       01  WS-JRN-HORA         PIC 9(08).
       01  WS-JRN-OPERADOR     PIC X(12).
       01  WS-JRN-OPERACAO     PIC X(01).
       01  WS-JRN-ANTES        PIC X(38).
       01  WS-JRN-DEPOIS       PIC X(38).
      *
      * Parametros da linha de comando. No nome o sublinhado vale
      * como espaco, como no COBOLPYTHON4.
       01  WS-PARM-OPERACAO    PIC X(01) VALUE SPACE.
       01  WS-PARM-ID          PIC X(05) VALUE SPACES.
       01  WS-PARM-SEQ         PIC X(02) VALUE SPACES.
       01  WS-PARM-NOME        PIC X(20) VALUE SPACES.
       01  WS-PARM-NASCIMENTO  PIC X(08) VALUE SPACES.
       01  WS-PARM-PARENTESCO  PIC X(01) VALUE SPACE.
       01  WS-PARM-IRRF        PIC X(01) VALUE SPACE.
       01  WS-PARM-SF          PIC X(01) VALUE SPACE.
       01  WS-ID-FILTRO        PIC 9(05) VALUE ZERO.
       01  WS-QTD-LISTADOS     PIC 9(05) VALUE ZERO.
      *
       01  WS-DATA-SISTEMA.
           05 WS-ANO       PIC 9(04).
           05 WS-MES       PIC 9(02).
           05 WS-DIA       PIC 9(02).
      *
      * Resumo padronizado de fim de job no log compartilhado de
      * processamento, no mesmo leiaute dos demais programas da
      * cadeia, para o relatorio de status do lote (COBOLPYTHON8).
      * Lidos conta os dependentes carregados, gravados as linhas
      * gravadas no cadastro e excecoes as operacoes recusadas.
       01  WS-LINHA-LOG-PROC   PIC X(120).
       01  WS-LOG-PROGRAMA     PIC X(14) VALUE 'COBOLPYTHON19'.
       01  WS-LOG-HORA         PIC 9(08).
       01  WS-LOG-LIDOS        PIC 9(06).
       01  WS-LOG-GRAVADOS     PIC 9(06).
       01  WS-LOG-EXCECOES     PIC 9(06).
       01  WS-LOG-RC           PIC 9(02).
       01  WS-CONT-LIDOS       PIC 9(06) VALUE ZERO.
       01  WS-CONT-GRAVADOS    PIC 9(06) VALUE ZERO.
       01  WS-CONT-EXCECOES    PIC 9(06) VALUE ZERO.
       01  WS-NOME-ARQUIVO-ENTRADA PIC X(60) VALUE 'dependentes.csv'.
      *
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA(1:6) TO WS-PERIODO-PROCESSO.
           PERFORM IDENTIFICA-OPERADOR.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-OPERACAO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE TO WS-PARM-OPERACAO
           END-ACCEPT.
           EVALUATE WS-PARM-OPERACAO
               WHEN 'I'
                   PERFORM INCLUI-DEPENDENTE
               WHEN 'A'
                   PERFORM ALTERA-DEPENDENTE
               WHEN 'E'
                   PERFORM EXCLUI-DEPENDENTE
               WHEN 'L'
                   PERFORM LISTA-DEPENDENTES
               WHEN OTHER
                   DISPLAY 'USO: COBOLPYTHON19 I <ID> <NOME> '
                       '<AAAAMMDD> <F/C/P/O> <IRRF S/N> <SF S/N>'
                   DISPLAY '     COBOLPYTHON19 A <ID> <SEQ> '
                       '<IRRF S/N> <SF S/N>'
                   DISPLAY '     COBOLPYTHON19 E <ID> <SEQ>'
                   DISPLAY '     COBOLPYTHON19 L [ID]'
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE.
           PERFORM GRAVA-LOG-PROCESSAMENTO.
           STOP RUN.
      * Identificacao do operador para o jornal de auditoria, pela
      * variavel de ambiente USERNAME (ou USER), como no
      * COBOLPYTHON4.
       IDENTIFICA-OPERADOR.
           MOVE SPACES TO WS-JRN-OPERADOR.
           DISPLAY 'USERNAME' UPON ENVIRONMENT-NAME.
           ACCEPT WS-JRN-OPERADOR FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-JRN-OPERADOR
           END-ACCEPT.
           IF WS-JRN-OPERADOR = SPACES
               DISPLAY 'USER' UPON ENVIRONMENT-NAME
               ACCEPT WS-JRN-OPERADOR FROM ENVIRONMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-JRN-OPERADOR
               END-ACCEPT
           END-IF.
           IF WS-JRN-OPERADOR = SPACES
               MOVE 'DESCONHECIDO' TO WS-JRN-OPERADOR
           END-IF.
      * Anexa um registro ao jornal de auditoria - abre em EXTEND,
      * grava e fecha, entao nenhuma operacao trunca a trilha.
       GRAVA-JORNAL.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE SPACES TO WS-LINHA-JORNAL.
           STRING WS-ANO WS-MES WS-DIA ',' WS-JRN-HORA ','
               WS-JRN-OPERADOR ',' WS-JRN-OPERACAO ','
               WS-JRN-ANTES ',' WS-JRN-DEPOIS
               DELIMITED BY SIZE INTO WS-LINHA-JORNAL.
           OPEN EXTEND JORNAL.
           WRITE REG-JORNAL FROM WS-LINHA-JORNAL.
           CLOSE JORNAL.
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
      * Carrega o cadastro de dependentes. A ausencia do arquivo nao
      * e erro - e so um cadastro ainda vazio.
       CARREGA-DEPENDENTES.
           OPEN INPUT DEPENDENTES.
           IF FS-DEPENDENTES = 00 OR FS-DEPENDENTES = 05
               PERFORM UNTIL EOF-DEPENDENTES = 'Y'
                   READ DEPENDENTES INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-DEPENDENTES
                       NOT AT END
                           PERFORM ACUMULA-DEPENDENTE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DEPENDENTES.
       ACUMULA-DEPENDENTE.
           IF WS-QTD-DEPENDENTES NOT < 200
               DISPLAY 'TABELA DE DEPENDENTES CHEIA (200) - LINHA '
                   'IGNORADA: ' WS-LINHA-LIDA
               MOVE 'S' TO WS-TABELA-CHEIA
           ELSE
               PERFORM UNSTRING-DEPENDENTE
               ADD 1 TO WS-CONT-LIDOS
               ADD 1 TO WS-QTD-DEPENDENTES
               SET WS-IDX-DEP TO WS-QTD-DEPENDENTES
               MOVE WS-REG-DEPENDENTE TO WS-DEP-TAB-REG (WS-IDX-DEP)
               MOVE 'S' TO WS-DEP-TAB-ATIVO (WS-IDX-DEP)
           END-IF.
       UNSTRING-DEPENDENTE.
           MOVE SPACES TO WS-DEP-PARENTESCO.
           MOVE SPACES TO WS-DEP-IRRF.
           MOVE SPACES TO WS-DEP-SF.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-DEP-ID,
                   WS-DEP-SEQ,
                   WS-DEP-NOME,
                   WS-DEP-NASCIMENTO,
                   WS-DEP-PARENTESCO,
                   WS-DEP-IRRF,
                   WS-DEP-SF
           END-UNSTRING.
      * Localiza o dependente WS-DEP-ID/WS-DEP-SEQ, deixando o
      * indice em WS-DEP-ACHADO (zero quando nao esta cadastrado), e
      * apura em WS-DEP-ULTIMO-SEQ o maior SEQ do funcionario, para
      * a numeracao da inclusao.
       BUSCA-DEPENDENTE.
           MOVE ZERO TO WS-DEP-ACHADO.
           MOVE ZERO TO WS-DEP-ULTIMO-SEQ.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-QTD-DEPENDENTES
               IF WS-DEP-TAB-REG (WS-IDX-DEP)(1:5) = WS-PARM-ID
                   MOVE WS-DEP-TAB-REG (WS-IDX-DEP)(6:2)
                       TO WS-DEP-SEQ-LIDO
                   IF WS-DEP-SEQ-LIDO > WS-DEP-ULTIMO-SEQ
                       MOVE WS-DEP-SEQ-LIDO TO WS-DEP-ULTIMO-SEQ
                   END-IF
                   IF WS-DEP-TAB-REG (WS-IDX-DEP)(6:2) = WS-PARM-SEQ
                       SET WS-DEP-ACHADO TO WS-IDX-DEP
                   END-IF
               END-IF
           END-PERFORM.
      * Regrava o cadastro inteiro a partir da tabela, pulando os
      * dependentes excluidos.
       REGRAVA-DEPENDENTES.
           OPEN OUTPUT DEPENDENTES.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-QTD-DEPENDENTES
               IF WS-DEP-TAB-ATIVO (WS-IDX-DEP) = 'S'
                   MOVE WS-DEP-TAB-REG (WS-IDX-DEP)
                       TO WS-REG-DEPENDENTE
                   PERFORM MONTA-LINHA-DEPENDENTE
                   WRITE REG-DEPENDENTE FROM WS-LINHA-LIDA
                   ADD 1 TO WS-CONT-GRAVADOS
               END-IF
           END-PERFORM.
           CLOSE DEPENDENTES.
       MONTA-LINHA-DEPENDENTE.
           MOVE SPACES TO WS-LINHA-LIDA.
           STRING WS-DEP-ID ',' WS-DEP-SEQ ',' WS-DEP-NOME ','
               WS-DEP-NASCIMENTO ',' WS-DEP-PARENTESCO ','
               WS-DEP-IRRF ',' WS-DEP-SF
               DELIMITED BY SIZE INTO WS-LINHA-LIDA.
      * Confere as marcas de IRRF e salario-familia de
      * WS-REG-DEPENDENTE - salario-familia e so para filho.
       VALIDA-MARCAS.
           IF (WS-DEP-IRRF NOT = 'S' AND WS-DEP-IRRF NOT = 'N')
               OR (WS-DEP-SF NOT = 'S' AND WS-DEP-SF NOT = 'N')
               DISPLAY 'MARCA DE IRRF/SALARIO-FAMILIA INVALIDA - '
                   'USE S OU N'
               ADD 1 TO WS-CONT-EXCECOES
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           IF WS-DEP-SF = 'S' AND WS-DEP-PARENTESCO NOT = 'F'
               DISPLAY 'SALARIO-FAMILIA SO PARA FILHO OU ENTEADO '
                   '(PARENTESCO F)'
               ADD 1 TO WS-CONT-EXCECOES
               MOVE 8 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
      * Inclusao: o dependente recebe o proximo SEQ do funcionario e
      * e anexado ao cadastro em EXTEND.
       INCLUI-DEPENDENTE.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-ID
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-NOME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-NOME
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-NASCIMENTO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-NASCIMENTO
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-PARENTESCO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE TO WS-PARM-PARENTESCO
           END-ACCEPT.
           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IRRF FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE TO WS-PARM-IRRF
           END-ACCEPT.
           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-SF FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE TO WS-PARM-SF
           END-ACCEPT.
           IF WS-PARM-ID IS NOT NUMERIC OR WS-PARM-NOME = SPACES
               OR WS-PARM-NASCIMENTO IS NOT NUMERIC
               OR (WS-PARM-PARENTESCO NOT = 'F'
                   AND WS-PARM-PARENTESCO NOT = 'C'
                   AND WS-PARM-PARENTESCO NOT = 'P'
                   AND WS-PARM-PARENTESCO NOT = 'O')
               DISPLAY 'USO: COBOLPYTHON19 I <ID> <NOME> '
                   '<AAAAMMDD> <F/C/P/O> <IRRF S/N> <SF S/N>'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           INSPECT WS-PARM-NOME REPLACING ALL '_' BY ' '.
           PERFORM CARREGA-DEPENDENTES.
           MOVE SPACES TO WS-PARM-SEQ.
           PERFORM BUSCA-DEPENDENTE.
           IF WS-DEP-ULTIMO-SEQ NOT < 99
               DISPLAY 'FUNCIONARIO JA TEM 99 DEPENDENTES - ID: '
                   WS-PARM-ID
               ADD 1 TO WS-CONT-EXCECOES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-PARM-ID TO WS-DEP-ID
               COMPUTE WS-DEP-SEQ = WS-DEP-ULTIMO-SEQ + 1
               MOVE WS-PARM-NOME TO WS-DEP-NOME
               MOVE WS-PARM-NASCIMENTO TO WS-DEP-NASCIMENTO
               MOVE WS-PARM-PARENTESCO TO WS-DEP-PARENTESCO
               MOVE WS-PARM-IRRF TO WS-DEP-IRRF
               MOVE WS-PARM-SF TO WS-DEP-SF
               PERFORM VALIDA-MARCAS
               PERFORM MONTA-LINHA-DEPENDENTE
               OPEN EXTEND DEPENDENTES
               WRITE REG-DEPENDENTE FROM WS-LINHA-LIDA
               CLOSE DEPENDENTES
               ADD 1 TO WS-CONT-GRAVADOS
               MOVE SPACES TO WS-JRN-ANTES
               MOVE WS-REG-DEPENDENTE TO WS-JRN-DEPOIS
               MOVE 'I' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL
               DISPLAY 'DEPENDENTE INCLUIDO - ID: ' WS-DEP-ID
                   ' SEQ: ' WS-DEP-SEQ ' NOME: ' WS-DEP-NOME
           END-IF.
      * Alteracao das marcas de IRRF e salario-familia de um
      * dependente ja cadastrado.
       ALTERA-DEPENDENTE.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-ID
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-SEQ FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-SEQ
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-IRRF FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE TO WS-PARM-IRRF
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-SF FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE TO WS-PARM-SF
           END-ACCEPT.
           IF WS-PARM-ID IS NOT NUMERIC OR WS-PARM-SEQ IS NOT NUMERIC
               DISPLAY 'USO: COBOLPYTHON19 A <ID> <SEQ> '
                   '<IRRF S/N> <SF S/N>'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM CARREGA-DEPENDENTES.
           PERFORM VERIFICA-TABELA-CHEIA.
           PERFORM BUSCA-DEPENDENTE.
           IF WS-DEP-ACHADO = ZERO
               DISPLAY 'DEPENDENTE NAO CADASTRADO - ID: ' WS-PARM-ID
                   ' SEQ: ' WS-PARM-SEQ
               ADD 1 TO WS-CONT-EXCECOES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-DEP-TAB-REG (WS-DEP-ACHADO) TO WS-REG-DEPENDENTE
               MOVE WS-REG-DEPENDENTE TO WS-JRN-ANTES
               MOVE WS-PARM-IRRF TO WS-DEP-IRRF
               MOVE WS-PARM-SF TO WS-DEP-SF
               PERFORM VALIDA-MARCAS
               MOVE WS-REG-DEPENDENTE TO WS-DEP-TAB-REG (WS-DEP-ACHADO)
               MOVE WS-REG-DEPENDENTE TO WS-JRN-DEPOIS
               DISPLAY 'DEPENDENTE ALTERADO - ID: ' WS-DEP-ID
                   ' SEQ: ' WS-DEP-SEQ ' IRRF: ' WS-DEP-IRRF
                   ' SALARIO-FAMILIA: ' WS-DEP-SF
               PERFORM REGRAVA-DEPENDENTES
               MOVE 'A' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL
           END-IF.
      * Exclusao de um dependente, com a imagem antes preservada no
      * jornal.
       EXCLUI-DEPENDENTE.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-ID
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-SEQ FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-SEQ
           END-ACCEPT.
           IF WS-PARM-ID IS NOT NUMERIC OR WS-PARM-SEQ IS NOT NUMERIC
               DISPLAY 'USO: COBOLPYTHON19 E <ID> <SEQ>'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM CARREGA-DEPENDENTES.
           PERFORM VERIFICA-TABELA-CHEIA.
           PERFORM BUSCA-DEPENDENTE.
           IF WS-DEP-ACHADO = ZERO
               DISPLAY 'DEPENDENTE NAO CADASTRADO - ID: ' WS-PARM-ID
                   ' SEQ: ' WS-PARM-SEQ
               ADD 1 TO WS-CONT-EXCECOES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-DEP-TAB-REG (WS-DEP-ACHADO) TO WS-JRN-ANTES
               MOVE 'N' TO WS-DEP-TAB-ATIVO (WS-DEP-ACHADO)
               PERFORM REGRAVA-DEPENDENTES
               MOVE SPACES TO WS-JRN-DEPOIS
               MOVE 'E' TO WS-JRN-OPERACAO
               PERFORM GRAVA-JORNAL
               DISPLAY 'DEPENDENTE EXCLUIDO - ID: ' WS-PARM-ID
                   ' SEQ: ' WS-PARM-SEQ
           END-IF.
       VERIFICA-TABELA-CHEIA.
           IF WS-TABELA-CHEIA = 'S'
               DISPLAY 'CADASTRO MAIOR QUE A TABELA (200) - '
                   'ALTERACAO NAO REGRAVA CADASTRO TRUNCADO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
      * Listagem do cadastro (de todos ou de um funcionario) com a
      * situacao de cada dependente na competencia corrente - e o
      * que a folha do mes vai considerar.
       LISTA-DEPENDENTES.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-ID
           END-ACCEPT.
           MOVE ZERO TO WS-ID-FILTRO.
           IF WS-PARM-ID IS NUMERIC
               MOVE WS-PARM-ID TO WS-ID-FILTRO
           END-IF.
           PERFORM CARREGA-DEPENDENTES.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
               UNTIL WS-IDX-DEP > WS-QTD-DEPENDENTES
               MOVE WS-DEP-TAB-REG (WS-IDX-DEP) TO WS-REG-DEPENDENTE
               IF WS-ID-FILTRO = ZERO OR WS-DEP-ID = WS-ID-FILTRO
                   PERFORM MOSTRA-DEPENDENTE
               END-IF
           END-PERFORM.
           IF WS-QTD-LISTADOS = ZERO
               DISPLAY 'NENHUM DEPENDENTE CADASTRADO'
           END-IF.
       MOSTRA-DEPENDENTE.
           ADD 1 TO WS-QTD-LISTADOS.
           PERFORM APURA-ELEGIBILIDADE.
           MOVE 'NAO' TO WS-SITUACAO-IRRF.
           IF WS-DEP-CONTA-IRRF = 'S'
               MOVE 'SIM' TO WS-SITUACAO-IRRF
           ELSE
               IF WS-DEP-IRRF = 'S'
                   MOVE 'VENCIDO' TO WS-SITUACAO-IRRF
               END-IF
           END-IF.
           MOVE 'NAO' TO WS-SITUACAO-SF.
           IF WS-DEP-CONTA-SF = 'S'
               MOVE 'SIM' TO WS-SITUACAO-SF
           ELSE
               IF WS-DEP-SF = 'S'
                   MOVE 'VENCIDO' TO WS-SITUACAO-SF
               END-IF
           END-IF.
           DISPLAY 'ID: ' WS-DEP-ID ' SEQ: ' WS-DEP-SEQ
               ' NOME: ' WS-DEP-NOME
               ' NASC: ' WS-DEP-NASCIMENTO(7:2) '/'
               WS-DEP-NASCIMENTO(5:2) '/' WS-DEP-NASCIMENTO(1:4)
               ' PARENTESCO: ' WS-DEP-PARENTESCO
               ' IRRF: ' WS-SITUACAO-IRRF
               ' SAL.FAMILIA: ' WS-SITUACAO-SF.
      * Situacao de WS-REG-DEPENDENTE na competencia em
      * WS-PERIODO-PROCESSO: conta no IRRF com a marca ligada,
      * depois do mes de nascimento e, para filho, antes do mes em
      * que completa a idade limite; no salario-familia so filho com
      * a marca ligada e antes do mes em que completa 14 anos. Mesma
      * regra da folha (COBOLPYTHON1) e do COBOLPYTHON10.
       APURA-ELEGIBILIDADE.
           MOVE 'N' TO WS-DEP-CONTA-IRRF.
           MOVE 'N' TO WS-DEP-CONTA-SF.
           DIVIDE WS-DEP-NASCIMENTO BY 100
               GIVING WS-DEP-NASC-PERIODO.
           IF WS-DEP-NASC-PERIODO NOT > WS-PERIODO-PROCESSO
               IF WS-DEP-IRRF = 'S'
                   MOVE 'S' TO WS-DEP-CONTA-IRRF
                   IF WS-DEP-PARENTESCO = 'F'
                       COMPUTE WS-DEP-LIMITE = WS-DEP-NASC-PERIODO
                           + (WS-IDADE-LIMITE-IRRF * 100)
                       IF WS-DEP-LIMITE NOT > WS-PERIODO-PROCESSO
                           MOVE 'N' TO WS-DEP-CONTA-IRRF
                       END-IF
                   END-IF
               END-IF
               IF WS-DEP-SF = 'S' AND WS-DEP-PARENTESCO = 'F'
                   COMPUTE WS-DEP-LIMITE = WS-DEP-NASC-PERIODO
                       + (WS-IDADE-LIMITE-SF * 100)
                   IF WS-DEP-LIMITE > WS-PERIODO-PROCESSO
                       MOVE 'S' TO WS-DEP-CONTA-SF
                   END-IF
               END-IF
           END-IF.
       END PROGRAM COBOLPYTHON19.

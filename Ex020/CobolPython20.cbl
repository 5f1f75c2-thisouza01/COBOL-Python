      ******************************************************************
      * Author:
      * Date:
      * Purpose: Manutencao do cadastro de beneficiarios de pensao
      *          alimenticia (beneficiarios-pensao.csv) - inclusao
      *          ('I'), alteracao dos dados bancarios ('A'),
      *          encerramento da pensao ('E') e listagem ('L') - e o
      *          extrato judicial mensal ('X'), uma pagina por
      *          ordem judicial com o alimentante, a base bruta, o
      *          valor retido e a data de pagamento, para responder
      *          aos oficios dos juizos. Cada pensao e o par
      *          funcionario + verba (400-499) de verbas.csv; a
      *          retencao sai do razao pensao-retencoes.csv (folha
      *          oficial, COBOLPYTHON1) e a data de pagamento do
      *          razao pensao-pagamentos.csv (remessa, COBOLPYTHON6)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOLPYTHON20.
      *
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BENEFICIARIOS
           ASSIGN TO 'beneficiarios-pensao.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-BENEFICIARIOS.
           SELECT OPTIONAL RETENCOES-PENSAO
           ASSIGN TO 'pensao-retencoes.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-RETENCOES.
           SELECT OPTIONAL PAGAMENTOS-PENSAO
           ASSIGN TO 'pensao-pagamentos.csv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FS-PAGAMENTOS.
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
       FD  BENEFICIARIOS.
       01 REG-BENEFICIARIO PIC X(120).
      *
       FD  RETENCOES-PENSAO.
       01 REG-RETENCAO-PENSAO PIC X(80).
      *
       FD  PAGAMENTOS-PENSAO.
       01 REG-PAGAMENTO-PENSAO PIC X(80).
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
           05 FS-BENEFICIARIOS PIC 9(02).
           05 FS-RETENCOES PIC 9(02).
           05 FS-PAGAMENTOS PIC 9(02).
           05 FS-RELATORIO PIC 9(02).
           05 FS-LOG-PROC  PIC 9(02).
       01  EOF-BENEFICIARIOS PIC X(01) VALUE 'N'.
       01  EOF-RETENCOES   PIC X(01) VALUE 'N'.
       01  EOF-PAGAMENTOS  PIC X(01) VALUE 'N'.
      *
      * Beneficiario ('ID,VERBA,CODIGO,NOME,BANCO,AGENCIA,CONTA,
      * PROCESSO,SITUACAO'): ID + VERBA identificam a pensao;
      * CODIGO e o numero do beneficiario (6 digitos, a partir de
      * 100001), que vai no lugar da matricula no detalhe da
      * remessa; PROCESSO e o numero do processo judicial;
      * SITUACAO 'A' e pensao ativa e 'E' encerrada (a linha fica
      * no cadastro para os extratos das competencias passadas).
       01  WS-LINHA-LIDA       PIC X(120).
       01  WS-LINHA-BENEFICIARIO.
           05 WS-BEN-ID        PIC 9(05).
           05 WS-BEN-VERBA     PIC 9(03).
           05 WS-BEN-CODIGO    PIC 9(06).
           05 WS-BEN-NOME      PIC X(20).
           05 WS-BEN-BANCO     PIC X(03).
           05 WS-BEN-AGENCIA   PIC X(04).
           05 WS-BEN-CONTA     PIC X(10).
           05 WS-BEN-PROCESSO  PIC X(25).
           05 WS-BEN-SITUACAO  PIC X(01).
      *
      * Cadastro carregado. A alteracao e o encerramento regravam o
      * arquivo inteiro a partir desta tabela, por isso tabela
      * transbordada bloqueia as duas operacoes.
       01  WS-TAB-BENEFICIARIOS.
           05 WS-BEN-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-BEN.
               10 WS-BEN-TAB-ID       PIC 9(05).
               10 WS-BEN-TAB-VERBA    PIC 9(03).
               10 WS-BEN-TAB-CODIGO   PIC 9(06).
               10 WS-BEN-TAB-NOME     PIC X(20).
               10 WS-BEN-TAB-BANCO    PIC X(03).
               10 WS-BEN-TAB-AGENCIA  PIC X(04).
               10 WS-BEN-TAB-CONTA    PIC X(10).
               10 WS-BEN-TAB-PROCESSO PIC X(25).
               10 WS-BEN-TAB-SITUACAO PIC X(01).
       01  WS-QTD-BENEFICIARIOS PIC 9(03) VALUE ZERO.
       01  WS-BEN-ACHADO       PIC 9(03) VALUE ZERO.
       01  WS-BEN-ULTIMO-CODIGO PIC 9(06) VALUE 100000.
       01  WS-TABELA-CHEIA     PIC X(01) VALUE 'N'.
       01  WS-ID-BUSCA         PIC 9(05) VALUE ZERO.
       01  WS-VERBA-BUSCA      PIC 9(03) VALUE ZERO.
      *
      * Retencao do razao da folha ('AAAAMM,ID,NOME,VERBA,BASE,
      * VALOR') e pagamento do razao da remessa ('AAAAMM,ID,VERBA,
      * CODIGO,VALOR,AAAAMMDD'). No extrato fica uma retencao por
      * pensao na competencia pedida - linha repetida (rodada
      * refeita apos reabertura) prevalece a ultima, como nos demais
      * leitores; o mesmo vale para o pagamento.
       01  WS-LINHA-RETENCAO.
           05 WS-RET-PERIODO   PIC X(06).
           05 WS-RET-ID        PIC 9(05).
           05 WS-RET-NOME      PIC X(20).
           05 WS-RET-VERBA     PIC 9(03).
           05 WS-RET-BASE      PIC 9(05)V99.
           05 WS-RET-VALOR     PIC 9(05)V99.
       01  WS-LINHA-PAGAMENTO.
           05 WS-PAG-PERIODO   PIC X(06).
           05 WS-PAG-ID        PIC 9(05).
           05 WS-PAG-VERBA     PIC 9(03).
           05 WS-PAG-CODIGO    PIC 9(06).
           05 WS-PAG-VALOR     PIC 9(05)V99.
           05 WS-PAG-DATA.
               10 WS-PAG-ANO   PIC 9(04).
               10 WS-PAG-MES   PIC 9(02).
               10 WS-PAG-DIA   PIC 9(02).
       01  WS-TAB-EXTRATO.
           05 WS-EXT-OCOR OCCURS 100 TIMES INDEXED BY WS-IDX-EXT.
               10 WS-EXT-TAB-ID       PIC 9(05).
               10 WS-EXT-TAB-VERBA    PIC 9(03).
               10 WS-EXT-TAB-NOME     PIC X(20).
               10 WS-EXT-TAB-BASE     PIC 9(05)V99.
               10 WS-EXT-TAB-VALOR    PIC 9(05)V99.
               10 WS-EXT-TAB-DATA-PAG PIC X(10).
       01  WS-QTD-EXTRATO      PIC 9(03) VALUE ZERO.
       01  WS-EXT-ACHADO       PIC 9(03) VALUE ZERO.
      *
      * Parametros da linha de comando. No nome do beneficiario o
      * '_' faz as vezes de espaco, como nos demais cadastros.
       01  WS-PARM-OPERACAO    PIC X(01) VALUE SPACE.
       01  WS-PARM-ID          PIC X(05) VALUE SPACES.
       01  WS-PARM-VERBA       PIC X(03) VALUE SPACES.
       01  WS-PARM-NOME        PIC X(20) VALUE SPACES.
       01  WS-PARM-BANCO       PIC X(03) VALUE SPACES.
       01  WS-PARM-AGENCIA     PIC X(04) VALUE SPACES.
       01  WS-PARM-CONTA       PIC X(10) VALUE SPACES.
       01  WS-PARM-PROCESSO    PIC X(25) VALUE SPACES.
       01  WS-PARM-PERIODO     PIC X(06) VALUE SPACES.
       01  WS-PERIODO-FILTRO   PIC X(06).
      *
      * Relatorios (listagem e extrato judicial), paginados como o
      * relatorio.txt da folha mensal.
       01  WS-NOME-ARQUIVO-SAIDA PIC X(40)
           VALUE 'beneficiarios-pensao.txt'.
       01  WS-LINHA-RELATORIO   PIC X(132).
       01  WS-PAGINA            PIC 9(04) VALUE ZERO.
       01  WS-PAGINA-EDITADA    PIC ZZZ9.
       01  WS-LINHAS-IMPRESSAS  PIC 9(02) VALUE ZERO.
       01  WS-MAX-LINHAS-PAGINA PIC 9(02) VALUE 15.
       01  WS-TOTAL-EXTRATO     PIC 9(07)V99 VALUE ZERO.
       01  WS-QTD-PAGAS         PIC 9(05) VALUE ZERO.
       01  WS-BASE-EDITADA      PIC ZZ,ZZ9.99.
       01  WS-VALOR-EDITADO     PIC ZZ,ZZ9.99.
       01  WS-TOTAL-EDITADO     PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-QTD-EDITADA       PIC ZZZZ9.
       01  WS-SITUACAO-TEXTO    PIC X(10).
       01  WS-PROCESSO-PAGINA   PIC X(25).
       01  WS-BENEFICIARIO-PAGINA PIC X(20).
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
      * Lidos conta os beneficiarios carregados, gravados as linhas
      * gravadas no cadastro ou no relatorio e excecoes as
      * operacoes recusadas.
       01  WS-LINHA-LOG-PROC   PIC X(120).
       01  WS-LOG-PROGRAMA     PIC X(14) VALUE 'COBOLPYTHON20'.
       01  WS-LOG-HORA         PIC 9(08).
       01  WS-LOG-LIDOS        PIC 9(06).
       01  WS-LOG-GRAVADOS     PIC 9(06).
       01  WS-LOG-EXCECOES     PIC 9(06).
       01  WS-LOG-RC           PIC 9(02).
       01  WS-CONT-LIDOS       PIC 9(06) VALUE ZERO.
       01  WS-CONT-GRAVADOS    PIC 9(06) VALUE ZERO.
       01  WS-CONT-EXCECOES    PIC 9(06) VALUE ZERO.
       01  WS-NOME-ARQUIVO-ENTRADA PIC X(60)
           VALUE 'beneficiarios-pensao.csv'.
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
                   PERFORM INCLUI-BENEFICIARIO
               WHEN 'A'
                   PERFORM ALTERA-BENEFICIARIO
               WHEN 'E'
                   PERFORM ENCERRA-BENEFICIARIO
               WHEN 'L'
                   PERFORM LISTA-BENEFICIARIOS
               WHEN 'X'
                   PERFORM EXTRATO-JUDICIAL
               WHEN OTHER
                   DISPLAY 'USO: COBOLPYTHON20 I <ID> <VERBA> <NOME> '
                       '<BANCO> <AGENCIA> <CONTA> <PROCESSO>'
                   DISPLAY '     COBOLPYTHON20 A <ID> <VERBA> <BANCO> '
                       '<AGENCIA> <CONTA>'
                   DISPLAY '     COBOLPYTHON20 E <ID> <VERBA>'
                   DISPLAY '     COBOLPYTHON20 L'
                   DISPLAY '     COBOLPYTHON20 X [AAAAMM]'
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
      * Carrega o cadastro de beneficiarios e apura o ultimo codigo
      * ja atribuido. A ausencia do arquivo nao e erro - e so um
      * cadastro ainda vazio.
       CARREGA-BENEFICIARIOS.
           OPEN INPUT BENEFICIARIOS.
           IF FS-BENEFICIARIOS = 00 OR FS-BENEFICIARIOS = 05
               PERFORM UNTIL EOF-BENEFICIARIOS = 'Y'
                   READ BENEFICIARIOS INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-BENEFICIARIOS
                       NOT AT END
                           PERFORM ACUMULA-BENEFICIARIO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BENEFICIARIOS.
       ACUMULA-BENEFICIARIO.
           IF WS-QTD-BENEFICIARIOS NOT < 100
               DISPLAY 'TABELA DE BENEFICIARIOS CHEIA (100) - LINHA '
                   'IGNORADA: ' WS-LINHA-LIDA
               MOVE 'S' TO WS-TABELA-CHEIA
           ELSE
               MOVE SPACE TO WS-BEN-SITUACAO
               UNSTRING WS-LINHA-LIDA
                   DELIMITED BY ','
                   INTO
                       WS-BEN-ID,
                       WS-BEN-VERBA,
                       WS-BEN-CODIGO,
                       WS-BEN-NOME,
                       WS-BEN-BANCO,
                       WS-BEN-AGENCIA,
                       WS-BEN-CONTA,
                       WS-BEN-PROCESSO,
                       WS-BEN-SITUACAO
               END-UNSTRING
               ADD 1 TO WS-CONT-LIDOS
               ADD 1 TO WS-QTD-BENEFICIARIOS
               SET WS-IDX-BEN TO WS-QTD-BENEFICIARIOS
               MOVE WS-BEN-ID TO WS-BEN-TAB-ID (WS-IDX-BEN)
               MOVE WS-BEN-VERBA TO WS-BEN-TAB-VERBA (WS-IDX-BEN)
               MOVE WS-BEN-CODIGO TO WS-BEN-TAB-CODIGO (WS-IDX-BEN)
               MOVE WS-BEN-NOME TO WS-BEN-TAB-NOME (WS-IDX-BEN)
               MOVE WS-BEN-BANCO TO WS-BEN-TAB-BANCO (WS-IDX-BEN)
               MOVE WS-BEN-AGENCIA TO WS-BEN-TAB-AGENCIA (WS-IDX-BEN)
               MOVE WS-BEN-CONTA TO WS-BEN-TAB-CONTA (WS-IDX-BEN)
               MOVE WS-BEN-PROCESSO TO WS-BEN-TAB-PROCESSO (WS-IDX-BEN)
               MOVE WS-BEN-SITUACAO TO WS-BEN-TAB-SITUACAO (WS-IDX-BEN)
           END-IF.
           IF WS-BEN-CODIGO > WS-BEN-ULTIMO-CODIGO
               MOVE WS-BEN-CODIGO TO WS-BEN-ULTIMO-CODIGO
           END-IF.
      * Localiza a pensao WS-ID-BUSCA/WS-VERBA-BUSCA, deixando o
      * indice em WS-BEN-ACHADO (zero quando nao esta cadastrada).
      * Pensao encerrada e reincluida tem duas linhas - prevalece a
      * ultima, a vigente, como na remessa.
       BUSCA-BENEFICIARIO.
           MOVE ZERO TO WS-BEN-ACHADO.
           PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
               UNTIL WS-IDX-BEN > WS-QTD-BENEFICIARIOS
               IF WS-BEN-TAB-ID (WS-IDX-BEN) = WS-ID-BUSCA
                   AND WS-BEN-TAB-VERBA (WS-IDX-BEN) = WS-VERBA-BUSCA
                   SET WS-BEN-ACHADO TO WS-IDX-BEN
               END-IF
           END-PERFORM.
      * Le os dois primeiros argumentos comuns a inclusao, alteracao
      * e encerramento - ID do funcionario e codigo da verba.
       LE-PARM-PENSAO.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-ID
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-VERBA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-VERBA
           END-ACCEPT.
      * Inclusao: anexa a pensao ao cadastro em EXTEND, ativa e com
      * o proximo codigo de beneficiario. Verba fora da faixa de
      * pensao (400-499) ou pensao ja ativa para o mesmo
      * funcionario + verba e recusada - a retencao seria paga em
      * dobro ou a ninguem.
       INCLUI-BENEFICIARIO.
           PERFORM LE-PARM-PENSAO.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-NOME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-NOME
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-BANCO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-BANCO
           END-ACCEPT.
           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-AGENCIA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-AGENCIA
           END-ACCEPT.
           DISPLAY 7 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-CONTA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-CONTA
           END-ACCEPT.
           DISPLAY 8 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-PROCESSO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-PROCESSO
           END-ACCEPT.
           IF WS-PARM-ID IS NOT NUMERIC
               OR WS-PARM-VERBA IS NOT NUMERIC
               OR WS-PARM-NOME = SPACES OR WS-PARM-BANCO = SPACES
               OR WS-PARM-AGENCIA = SPACES OR WS-PARM-CONTA = SPACES
               OR WS-PARM-PROCESSO = SPACES
               DISPLAY 'USO: COBOLPYTHON20 I <ID> <VERBA> <NOME> '
                   '<BANCO> <AGENCIA> <CONTA> <PROCESSO>'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           INSPECT WS-PARM-NOME REPLACING ALL '_' BY ' '.
           PERFORM CARREGA-BENEFICIARIOS.
           MOVE WS-PARM-ID TO WS-ID-BUSCA.
           MOVE WS-PARM-VERBA TO WS-VERBA-BUSCA.
           PERFORM BUSCA-BENEFICIARIO.
           EVALUATE TRUE
               WHEN WS-VERBA-BUSCA < 400 OR WS-VERBA-BUSCA > 499
                   DISPLAY 'VERBA FORA DA FAIXA DE PENSAO (400-499) - '
                       'NAO INCLUIDA: ' WS-PARM-VERBA
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BEN-ACHADO > ZERO
                   AND WS-BEN-TAB-SITUACAO (WS-BEN-ACHADO) NOT = 'E'
                   DISPLAY 'PENSAO JA CADASTRADA - ID: ' WS-PARM-ID
                       ' VERBA: ' WS-PARM-VERBA ' BENEFICIARIO: '
                       WS-BEN-TAB-CODIGO (WS-BEN-ACHADO)
                   ADD 1 TO WS-CONT-EXCECOES
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE WS-PARM-ID TO WS-BEN-ID
                   MOVE WS-PARM-VERBA TO WS-BEN-VERBA
                   ADD 1 TO WS-BEN-ULTIMO-CODIGO
                   MOVE WS-BEN-ULTIMO-CODIGO TO WS-BEN-CODIGO
                   MOVE WS-PARM-NOME TO WS-BEN-NOME
                   MOVE WS-PARM-BANCO TO WS-BEN-BANCO
                   MOVE WS-PARM-AGENCIA TO WS-BEN-AGENCIA
                   MOVE WS-PARM-CONTA TO WS-BEN-CONTA
                   MOVE WS-PARM-PROCESSO TO WS-BEN-PROCESSO
                   MOVE 'A' TO WS-BEN-SITUACAO
                   PERFORM MONTA-LINHA-BENEFICIARIO
                   OPEN EXTEND BENEFICIARIOS
                   WRITE REG-BENEFICIARIO FROM WS-LINHA-LIDA
                   CLOSE BENEFICIARIOS
                   ADD 1 TO WS-CONT-GRAVADOS
                   DISPLAY 'PENSAO INCLUIDA - ID: ' WS-BEN-ID
                       ' VERBA: ' WS-BEN-VERBA
                       ' BENEFICIARIO: ' WS-BEN-CODIGO
                       ' ' WS-BEN-NOME
           END-EVALUATE.
      * Monta em WS-LINHA-LIDA a linha do cadastro a partir de
      * WS-LINHA-BENEFICIARIO.
       MONTA-LINHA-BENEFICIARIO.
           MOVE SPACES TO WS-LINHA-LIDA.
           STRING WS-BEN-ID ',' WS-BEN-VERBA ',' WS-BEN-CODIGO ','
               WS-BEN-NOME ',' WS-BEN-BANCO ',' WS-BEN-AGENCIA ','
               WS-BEN-CONTA ',' WS-BEN-PROCESSO ',' WS-BEN-SITUACAO
               DELIMITED BY SIZE INTO WS-LINHA-LIDA.
      * Alteracao dos dados bancarios da pensao ativa - vale a partir
      * da proxima remessa. O codigo do beneficiario nao muda, para o
      * retorno do banco continuar casando.
       ALTERA-BENEFICIARIO.
           PERFORM LE-PARM-PENSAO.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-BANCO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-BANCO
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-AGENCIA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-AGENCIA
           END-ACCEPT.
           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-CONTA FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-CONTA
           END-ACCEPT.
           IF WS-PARM-ID IS NOT NUMERIC
               OR WS-PARM-VERBA IS NOT NUMERIC
               OR WS-PARM-BANCO = SPACES OR WS-PARM-AGENCIA = SPACES
               OR WS-PARM-CONTA = SPACES
               DISPLAY 'USO: COBOLPYTHON20 A <ID> <VERBA> <BANCO> '
                   '<AGENCIA> <CONTA>'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM CARREGA-BENEFICIARIOS.
           PERFORM VERIFICA-TABELA-CHEIA.
           MOVE WS-PARM-ID TO WS-ID-BUSCA.
           MOVE WS-PARM-VERBA TO WS-VERBA-BUSCA.
           PERFORM BUSCA-BENEFICIARIO.
           IF WS-BEN-ACHADO = ZERO
               OR WS-BEN-TAB-SITUACAO (WS-BEN-ACHADO) = 'E'
               DISPLAY 'PENSAO ATIVA NAO CADASTRADA - ID: '
                   WS-PARM-ID ' VERBA: ' WS-PARM-VERBA
               ADD 1 TO WS-CONT-EXCECOES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-PARM-BANCO TO WS-BEN-TAB-BANCO (WS-BEN-ACHADO)
               MOVE WS-PARM-AGENCIA
                   TO WS-BEN-TAB-AGENCIA (WS-BEN-ACHADO)
               MOVE WS-PARM-CONTA TO WS-BEN-TAB-CONTA (WS-BEN-ACHADO)
               DISPLAY 'DADOS BANCARIOS ALTERADOS - BENEFICIARIO: '
                   WS-BEN-TAB-CODIGO (WS-BEN-ACHADO) ' '
                   WS-BEN-TAB-NOME (WS-BEN-ACHADO)
               PERFORM REGRAVA-BENEFICIARIOS
           END-IF.
      * Encerramento da pensao (fim da obrigacao ou novo oficio): a
      * linha fica no cadastro com 'E' e a remessa para de pagar - a
      * verba tambem tem de sair de verbas.csv, senao a folha segue
      * retendo e a retencao cai nas excecoes da remessa.
       ENCERRA-BENEFICIARIO.
           PERFORM LE-PARM-PENSAO.
           IF WS-PARM-ID IS NOT NUMERIC
               OR WS-PARM-VERBA IS NOT NUMERIC
               DISPLAY 'USO: COBOLPYTHON20 E <ID> <VERBA>'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
           PERFORM CARREGA-BENEFICIARIOS.
           PERFORM VERIFICA-TABELA-CHEIA.
           MOVE WS-PARM-ID TO WS-ID-BUSCA.
           MOVE WS-PARM-VERBA TO WS-VERBA-BUSCA.
           PERFORM BUSCA-BENEFICIARIO.
           IF WS-BEN-ACHADO = ZERO
               OR WS-BEN-TAB-SITUACAO (WS-BEN-ACHADO) = 'E'
               DISPLAY 'PENSAO ATIVA NAO CADASTRADA - ID: '
                   WS-PARM-ID ' VERBA: ' WS-PARM-VERBA
               ADD 1 TO WS-CONT-EXCECOES
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'E' TO WS-BEN-TAB-SITUACAO (WS-BEN-ACHADO)
               DISPLAY 'PENSAO ENCERRADA - ID: ' WS-PARM-ID
                   ' VERBA: ' WS-PARM-VERBA ' BENEFICIARIO: '
                   WS-BEN-TAB-CODIGO (WS-BEN-ACHADO)
               PERFORM REGRAVA-BENEFICIARIOS
           END-IF.
      * Cadastro maior que a tabela nao pode ser regravado - as
      * linhas que ficaram fora da carga seriam perdidas.
       VERIFICA-TABELA-CHEIA.
           IF WS-TABELA-CHEIA = 'S'
               DISPLAY 'CADASTRO MAIOR QUE A TABELA (100) - '
                   'ALTERACAO NAO REGRAVA CADASTRO TRUNCADO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVA-LOG-PROCESSAMENTO
               STOP RUN
           END-IF.
       REGRAVA-BENEFICIARIOS.
           OPEN OUTPUT BENEFICIARIOS.
           PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
               UNTIL WS-IDX-BEN > WS-QTD-BENEFICIARIOS
               MOVE WS-BEN-TAB-ID (WS-IDX-BEN) TO WS-BEN-ID
               MOVE WS-BEN-TAB-VERBA (WS-IDX-BEN) TO WS-BEN-VERBA
               MOVE WS-BEN-TAB-CODIGO (WS-IDX-BEN) TO WS-BEN-CODIGO
               MOVE WS-BEN-TAB-NOME (WS-IDX-BEN) TO WS-BEN-NOME
               MOVE WS-BEN-TAB-BANCO (WS-IDX-BEN) TO WS-BEN-BANCO
               MOVE WS-BEN-TAB-AGENCIA (WS-IDX-BEN) TO WS-BEN-AGENCIA
               MOVE WS-BEN-TAB-CONTA (WS-IDX-BEN) TO WS-BEN-CONTA
               MOVE WS-BEN-TAB-PROCESSO (WS-IDX-BEN) TO WS-BEN-PROCESSO
               MOVE WS-BEN-TAB-SITUACAO (WS-IDX-BEN) TO WS-BEN-SITUACAO
               PERFORM MONTA-LINHA-BENEFICIARIO
               WRITE REG-BENEFICIARIO FROM WS-LINHA-LIDA
               ADD 1 TO WS-CONT-GRAVADOS
           END-PERFORM.
           CLOSE BENEFICIARIOS.
      * Listagem do cadastro em beneficiarios-pensao.txt, com o
      * codigo do beneficiario, os dados bancarios, o processo e a
      * situacao de cada pensao.
       LISTA-BENEFICIARIOS.
           PERFORM CARREGA-BENEFICIARIOS.
           MOVE 'beneficiarios-pensao.txt' TO WS-NOME-ARQUIVO-SAIDA.
           OPEN OUTPUT RELATORIO.
           PERFORM VARYING WS-IDX-BEN FROM 1 BY 1
               UNTIL WS-IDX-BEN > WS-QTD-BENEFICIARIOS
               PERFORM GRAVA-LINHA-LISTAGEM
           END-PERFORM.
           IF WS-PAGINA = ZERO
               PERFORM GRAVA-CABECALHO-LISTAGEM
           END-IF.
           MOVE WS-QTD-BENEFICIARIOS TO WS-QTD-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'TOTAL DE PENSOES CADASTRADAS: ' WS-QTD-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY 'LISTAGEM DE BENEFICIARIOS GRAVADA EM '
               WS-NOME-ARQUIVO-SAIDA.
       GRAVA-CABECALHO-LISTAGEM.
           ADD 1 TO WS-PAGINA.
           MOVE ZERO TO WS-LINHAS-IMPRESSAS.
           MOVE WS-PAGINA TO WS-PAGINA-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'BENEFICIARIOS DE PENSAO ALIMENTICIA - DATA: '
               WS-DATA-RELATORIO ' - PAGINA: ' WS-PAGINA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ID    VERBA CODIGO NOME                 BCO AGEN'
               ' CONTA      PROCESSO                  SITUACAO'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
       GRAVA-LINHA-LISTAGEM.
           IF WS-LINHAS-IMPRESSAS = ZERO
               OR WS-LINHAS-IMPRESSAS NOT < WS-MAX-LINHAS-PAGINA
               PERFORM GRAVA-CABECALHO-LISTAGEM
           END-IF.
           IF WS-BEN-TAB-SITUACAO (WS-IDX-BEN) = 'E'
               MOVE 'ENCERRADA' TO WS-SITUACAO-TEXTO
           ELSE
               MOVE 'ATIVA' TO WS-SITUACAO-TEXTO
           END-IF.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-BEN-TAB-ID (WS-IDX-BEN) ' '
               WS-BEN-TAB-VERBA (WS-IDX-BEN) '   '
               WS-BEN-TAB-CODIGO (WS-IDX-BEN) ' '
               WS-BEN-TAB-NOME (WS-IDX-BEN) ' '
               WS-BEN-TAB-BANCO (WS-IDX-BEN) ' '
               WS-BEN-TAB-AGENCIA (WS-IDX-BEN) ' '
               WS-BEN-TAB-CONTA (WS-IDX-BEN) ' '
               WS-BEN-TAB-PROCESSO (WS-IDX-BEN) ' '
               WS-SITUACAO-TEXTO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD 1 TO WS-LINHAS-IMPRESSAS.
           ADD 1 TO WS-CONT-GRAVADOS.
      * Extrato judicial da competencia pedida (default a corrente)
      * em extrato-pensao.txt: uma pagina por ordem judicial com
      * retencao no mes - processo, alimentante, beneficiario, base
      * bruta, valor retido e data de pagamento da remessa. Retencao
      * ainda sem remessa sai como 'NAO PAGO'.
       EXTRATO-JUDICIAL.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-PARM-PERIODO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-PARM-PERIODO
           END-ACCEPT.
           MOVE WS-DATA-SISTEMA(1:6) TO WS-PERIODO-FILTRO.
           IF WS-PARM-PERIODO NOT = SPACES
               MOVE WS-PARM-PERIODO TO WS-PERIODO-FILTRO
           END-IF.
           PERFORM CARREGA-BENEFICIARIOS.
           PERFORM CARREGA-RETENCOES.
           PERFORM CARREGA-PAGAMENTOS.
           MOVE 'extrato-pensao.txt' TO WS-NOME-ARQUIVO-SAIDA.
           OPEN OUTPUT RELATORIO.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
               PERFORM GRAVA-PAGINA-ORDEM
           END-PERFORM.
           IF WS-PAGINA = ZERO
               MOVE SPACES TO WS-PROCESSO-PAGINA
               PERFORM GRAVA-CABECALHO-EXTRATO
               MOVE SPACES TO WS-LINHA-RELATORIO
               STRING 'NENHUMA PENSAO RETIDA NA COMPETENCIA '
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
           STRING 'TOTAL GERAL - ORDENS: ' WS-QTD-EDITADA
               ' - VALOR RETIDO: R$ ' WS-TOTAL-EDITADO
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE WS-QTD-PAGAS TO WS-QTD-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ORDENS COM PAGAMENTO REMETIDO: ' WS-QTD-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           CLOSE RELATORIO.
           DISPLAY 'EXTRATO DE PENSAO ' WS-PERIODO-FILTRO
               ' - ORDENS: ' WS-QTD-EXTRATO
               ' PAGAS: ' WS-QTD-PAGAS.
      * Retencoes da competencia do extrato, uma por pensao. A
      * ausencia do razao e so uma competencia sem retencao.
       CARREGA-RETENCOES.
           OPEN INPUT RETENCOES-PENSAO.
           IF FS-RETENCOES = 00 OR FS-RETENCOES = 05
               PERFORM UNTIL EOF-RETENCOES = 'Y'
                   READ RETENCOES-PENSAO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-RETENCOES
                       NOT AT END
                           PERFORM ACUMULA-RETENCAO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE RETENCOES-PENSAO.
       ACUMULA-RETENCAO.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-RET-PERIODO,
                   WS-RET-ID,
                   WS-RET-NOME,
                   WS-RET-VERBA,
                   WS-RET-BASE,
                   WS-RET-VALOR
           END-UNSTRING.
           IF WS-RET-PERIODO = WS-PERIODO-FILTRO
               MOVE WS-RET-ID TO WS-ID-BUSCA
               MOVE WS-RET-VERBA TO WS-VERBA-BUSCA
               PERFORM BUSCA-EXTRATO
               IF WS-EXT-ACHADO = ZERO
                   IF WS-QTD-EXTRATO NOT < 100
                       DISPLAY 'TABELA DO EXTRATO CHEIA (100) - LINHA '
                           'IGNORADA - ID: ' WS-RET-ID
                   ELSE
                       ADD 1 TO WS-QTD-EXTRATO
                       MOVE WS-QTD-EXTRATO TO WS-EXT-ACHADO
                       MOVE WS-RET-ID TO WS-EXT-TAB-ID (WS-EXT-ACHADO)
                       MOVE WS-RET-VERBA
                           TO WS-EXT-TAB-VERBA (WS-EXT-ACHADO)
                       MOVE 'NAO PAGO'
                           TO WS-EXT-TAB-DATA-PAG (WS-EXT-ACHADO)
                   END-IF
               END-IF
               IF WS-EXT-ACHADO > ZERO
                   MOVE WS-RET-NOME TO WS-EXT-TAB-NOME (WS-EXT-ACHADO)
                   MOVE WS-RET-BASE TO WS-EXT-TAB-BASE (WS-EXT-ACHADO)
                   MOVE WS-RET-VALOR
                       TO WS-EXT-TAB-VALOR (WS-EXT-ACHADO)
               END-IF
           END-IF.
      * Localiza a pensao WS-ID-BUSCA/WS-VERBA-BUSCA na tabela do
      * extrato, com o indice em WS-EXT-ACHADO (zero quando nao ha
      * retencao dela na competencia).
       BUSCA-EXTRATO.
           MOVE ZERO TO WS-EXT-ACHADO.
           PERFORM VARYING WS-IDX-EXT FROM 1 BY 1
               UNTIL WS-IDX-EXT > WS-QTD-EXTRATO
               IF WS-EXT-TAB-ID (WS-IDX-EXT) = WS-ID-BUSCA
                   AND WS-EXT-TAB-VERBA (WS-IDX-EXT) = WS-VERBA-BUSCA
                   SET WS-EXT-ACHADO TO WS-IDX-EXT
               END-IF
           END-PERFORM.
      * Data de pagamento de cada retencao, do razao gravado pela
      * remessa. Pagamento sem retencao correspondente no extrato
      * nao tem onde aparecer e e ignorado.
       CARREGA-PAGAMENTOS.
           OPEN INPUT PAGAMENTOS-PENSAO.
           IF FS-PAGAMENTOS = 00 OR FS-PAGAMENTOS = 05
               PERFORM UNTIL EOF-PAGAMENTOS = 'Y'
                   READ PAGAMENTOS-PENSAO INTO WS-LINHA-LIDA
                       AT END
                           MOVE 'Y' TO EOF-PAGAMENTOS
                       NOT AT END
                           PERFORM ACUMULA-PAGAMENTO
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE PAGAMENTOS-PENSAO.
       ACUMULA-PAGAMENTO.
           UNSTRING WS-LINHA-LIDA
               DELIMITED BY ','
               INTO
                   WS-PAG-PERIODO,
                   WS-PAG-ID,
                   WS-PAG-VERBA,
                   WS-PAG-CODIGO,
                   WS-PAG-VALOR,
                   WS-PAG-DATA
           END-UNSTRING.
           IF WS-PAG-PERIODO = WS-PERIODO-FILTRO
               MOVE WS-PAG-ID TO WS-ID-BUSCA
               MOVE WS-PAG-VERBA TO WS-VERBA-BUSCA
               PERFORM BUSCA-EXTRATO
               IF WS-EXT-ACHADO > ZERO
                   MOVE SPACES TO WS-EXT-TAB-DATA-PAG (WS-EXT-ACHADO)
                   STRING WS-PAG-DIA '/' WS-PAG-MES '/' WS-PAG-ANO
                       DELIMITED BY SIZE
                       INTO WS-EXT-TAB-DATA-PAG (WS-EXT-ACHADO)
               END-IF
           END-IF.
      * Pagina da ordem judicial em WS-IDX-EXT. Pensao retida sem
      * cadastro de beneficiario sai com o processo em branco - e a
      * mesma que a remessa mandou para as excecoes.
       GRAVA-PAGINA-ORDEM.
           MOVE WS-EXT-TAB-ID (WS-IDX-EXT) TO WS-ID-BUSCA.
           MOVE WS-EXT-TAB-VERBA (WS-IDX-EXT) TO WS-VERBA-BUSCA.
           PERFORM BUSCA-BENEFICIARIO.
           IF WS-BEN-ACHADO > ZERO
               MOVE WS-BEN-TAB-PROCESSO (WS-BEN-ACHADO)
                   TO WS-PROCESSO-PAGINA
               MOVE WS-BEN-TAB-NOME (WS-BEN-ACHADO)
                   TO WS-BENEFICIARIO-PAGINA
           ELSE
               MOVE SPACES TO WS-PROCESSO-PAGINA
               MOVE 'SEM CADASTRO' TO WS-BENEFICIARIO-PAGINA
           END-IF.
           PERFORM GRAVA-CABECALHO-EXTRATO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'ALIMENTANTE: ' WS-EXT-TAB-ID (WS-IDX-EXT) ' - '
               WS-EXT-TAB-NOME (WS-IDX-EXT)
               ' - VERBA: ' WS-EXT-TAB-VERBA (WS-IDX-EXT)
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'BENEFICIARIO: ' WS-BENEFICIARIO-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'COMPETENCIA     BASE BRUTA   VALOR RETIDO'
               '   DATA DE PAGAMENTO'
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE WS-EXT-TAB-BASE (WS-IDX-EXT) TO WS-BASE-EDITADA.
           INSPECT WS-BASE-EDITADA REPLACING ALL '.' BY ';'.
           INSPECT WS-BASE-EDITADA REPLACING ALL ',' BY '.'.
           INSPECT WS-BASE-EDITADA REPLACING ALL ';' BY ','.
           MOVE WS-EXT-TAB-VALOR (WS-IDX-EXT) TO WS-VALOR-EDITADO.
           INSPECT WS-VALOR-EDITADO REPLACING ALL '.' BY ';'.
           INSPECT WS-VALOR-EDITADO REPLACING ALL ',' BY '.'.
           INSPECT WS-VALOR-EDITADO REPLACING ALL ';' BY ','.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING WS-PERIODO-FILTRO '      R$ ' WS-BASE-EDITADA
               '   R$ ' WS-VALOR-EDITADO '   '
               WS-EXT-TAB-DATA-PAG (WS-IDX-EXT)
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           ADD WS-EXT-TAB-VALOR (WS-IDX-EXT) TO WS-TOTAL-EXTRATO.
           IF WS-EXT-TAB-DATA-PAG (WS-IDX-EXT) NOT = 'NAO PAGO'
               ADD 1 TO WS-QTD-PAGAS
           END-IF.
           ADD 1 TO WS-CONT-GRAVADOS.
       GRAVA-CABECALHO-EXTRATO.
           ADD 1 TO WS-PAGINA.
           MOVE ZERO TO WS-LINHAS-IMPRESSAS.
           MOVE WS-PAGINA TO WS-PAGINA-EDITADA.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'EXTRATO DE PENSAO ALIMENTICIA - COMPETENCIA: '
               WS-PERIODO-FILTRO
               ' - DATA: ' WS-DATA-RELATORIO
               ' - PAGINA: ' WS-PAGINA-EDITADA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
           MOVE SPACES TO WS-LINHA-RELATORIO.
           STRING 'PROCESSO: ' WS-PROCESSO-PAGINA
               DELIMITED BY SIZE INTO WS-LINHA-RELATORIO.
           WRITE REG-RELATORIO FROM WS-LINHA-RELATORIO.
       END PROGRAM COBOLPYTHON20.

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBMRG001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - MARGEM BRUTA DAS VENDAS FATURADAS NO PERIODO
      * - CONSIDERA AS NOTAS FISCAIS ATIVAS (ARQNOT) E SEUS ITENS
      *   (ARQNTI), COM O CUSTO CONGELADO NO FATURAMENTO
      *   (NTI-VL-CUSTO, ARQCUS/HBCUS001)
      * - MARGEM BRUTA (RELMRG.TXT): RECEITA, CUSTO, MARGEM EM
      *   VALOR E PERCENTUAL POR PRODUTO, CLIENTE E VENDEDOR
      *   (MARGEM DECRESCENTE) E POR MES (ORDEM CRONOLOGICA);
      *   ITENS SEM CUSTO FICAM FORA DA MARGEM E SAO TOTALIZADOS
      *   A PARTE
      * - ABAIXO DO CUSTO (RELMBC.TXT): ITENS DE NOTA VENDIDOS
      *   COM PRECO UNITARIO MENOR QUE O CUSTO, COM A PERDA
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FNOT0001.SEL".
           COPY "C:\Hbsis\ftt\FNTI0001.SEL".
           COPY "C:\Hbsis\ftt\FCLI0001.SEL".
           COPY "C:\HBSIS\FTT\FVEN0001.SEL".
           COPY "C:\Hbsis\ftt\FPRO0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FNOT0001.FD".
           COPY "C:\Hbsis\ftt\FNTI0001.FD".
           COPY "C:\Hbsis\ftt\FCLI0001.FD".
           COPY "C:\HBSIS\FTT\FVEN0001.FD".
           COPY "C:\Hbsis\ftt\FPRO0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       01  MSG                        PIC X(040)  VALUE SPACES.
       77  AUXILIAR                   PIC X       VALUE SPACES.
       77  SAIDA-WS                   PIC XXX     VALUE SPACES.
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "15/10/2026".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-NOT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-NTI             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-MRG-MODO                PIC X(003)  VALUE SPACES.
       77  WS-DT-INI                  PIC 9(008)  VALUE ZEROS.
       77  WS-DT-FIM                  PIC 9(008)  VALUE ZEROS.
       77  WS-NOT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NTI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-TAB-ESTOUROU            PIC XXX     VALUE "NAO".
       77  WS-IND                     PIC 9(004)  VALUE ZEROS.
       77  WS-IND-MAX                 PIC 9(004)  VALUE ZEROS.
       77  WS-QTD-TAB                 PIC 9(004)  VALUE ZEROS.
       77  WS-POSICAO                 PIC 9(004)  VALUE ZEROS.
       77  WS-SEC-TIPO                PIC X(001)  VALUE SPACES.
       77  WS-CHAVE-TIPO              PIC X(001)  VALUE SPACES.
       77  WS-CHAVE-COD               PIC 9(013)  VALUE ZEROS.
       77  WS-LIN-CUSTO               PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-LIN-PERDA               PIC 9(011)V9(002) VALUE ZEROS.
       77  WS-MRG-PCT                 PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-NOTAS                   PIC 9(005)  VALUE ZEROS.
       77  WS-LINHAS                  PIC 9(005)  VALUE ZEROS.
       77  WS-SEM-CUSTO               PIC 9(005)  VALUE ZEROS.
       77  WS-TOT-RECEITA             PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-CUSTO               PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-MARGEM              PIC S9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-SEM-CUSTO           PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-TOT-PERDA               PIC 9(013)V9(002) VALUE ZEROS.
       77  WS-DESCRICAO               PIC X(030)  VALUE SPACES.
       77  WS-POS-ED                  PIC ZZZ9.
       77  WS-COD-ED                  PIC Z(012)9.
       77  WS-NOT-ED                  PIC Z(009)9.
       77  WS-CLI-ED                  PIC ZZZZZZ9.
       77  WS-VEN-ED                  PIC ZZZZZZ9.
       77  WS-QTD-ED                  PIC ZZZZ9,99.
       77  WS-VLU-ED                  PIC ZZZZZZ9,99.
       77  WS-CUS-ED                  PIC ZZZZZZ9,99.
       77  WS-VAL-ED                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-CST-ED                  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-MRG-ED                  PIC -Z.ZZZ.ZZZ.ZZ9,99.
       77  WS-PCT-ED                  PIC -ZZZZZZ9,99.
       77  WS-CONT-ED                 PIC ZZZZ9.
       01  WS-DATA-ED.
           03  WS-DATA-ED-DIA         PIC 9(002).
           03  FILLER                 PIC X(001)  VALUE "/".
           03  WS-DATA-ED-MES         PIC 9(002).
           03  FILLER                 PIC X(001)  VALUE "/".
           03  WS-DATA-ED-ANO         PIC 9(004).
       01  WS-DATA-AAAAMMDD.
           03  WS-DATA-ANO            PIC 9(004).
           03  WS-DATA-MES            PIC 9(002).
           03  WS-DATA-DIA            PIC 9(002).
       01  WS-MES-AAAAMM              PIC 9(006)  VALUE ZEROS.
       01  FILLER REDEFINES WS-MES-AAAAMM.
           03  WS-MES-ANO             PIC 9(004).
           03  WS-MES-MES             PIC 9(002).
       01  WS-MES-ED.
           03  WS-MES-ED-MES          PIC 9(002).
           03  FILLER                 PIC X(001)  VALUE "/".
           03  WS-MES-ED-ANO          PIC 9(004).
       01  WS-TAB-MARGEM.
           03  WS-TM-ENT              OCCURS 2000 TIMES.
               05  WS-TM-TIPO         PIC X(001).
               05  WS-TM-COD          PIC 9(013).
               05  WS-TM-REC          PIC 9(011)V9(002).
               05  WS-TM-CUS          PIC 9(011)V9(002).
               05  WS-TM-MRG          PIC S9(011)V9(002).
               05  WS-TM-IMP          PIC X(001).

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TOPCMRG.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TMSG.SS".
       PROCEDURE DIVISION USING LK-TRANSFERENCIA.
       PROGRAMA.
           PERFORM ABRE-ARQUIVOS THRU
                   ABRE-ARQUIVOS-EXIT
           MOVE ZEROS TO WK-OPCAO
           MOVE "NAO" TO SAIDA-WS
           PERFORM VERIF-OPCAO THRU
                   VERIF-OPCAO-EXIT UNTIL WK-OPCAO EQUAL 9
           PERFORM FINALIZA THRU FINALIZA-EXIT.
       PROGRAMA-EXIT.
           EXIT.

       VERIF-OPCAO.
           DISPLAY G-TOPCMRG.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "MRG" TO WS-MRG-MODO
                PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
           WHEN WK-OPCAO EQUAL 2
                MOVE "BXC" TO WS-MRG-MODO
                PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "REL" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBMRG001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBMRG001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "SEM PERMISSAO " SR-PER-OPERACAO
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE "Funcao nao liberada para o usuario...  "
                               TO WK-MSG-ADV1.
           MOVE "Fale com o administrador do sistema... "
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
       VERIFICA-PERMISSAO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    MARGEM BRUTA / VENDAS ABAIXO DO CUSTO NO PERIODO      *
      *----------------------------------------------------------*
       ROT-RELATORIO.
           PERFORM ENTRAR-PERIODO THRU ENTRAR-PERIODO-EXIT.
           IF  WS-DT-FIM EQUAL ZEROS
               GO  TO  ROT-RELATORIO-EXIT.
           INITIALIZE WS-TAB-MARGEM.
           MOVE "NAO" TO WS-TAB-ESTOUROU.
           MOVE ZEROS TO WS-QTD-TAB WS-NOTAS WS-LINHAS WS-SEM-CUSTO
                         WS-TOT-RECEITA WS-TOT-CUSTO WS-TOT-MARGEM
                         WS-TOT-SEM-CUSTO WS-TOT-PERDA WS-POSICAO.
           MOVE "GER"      TO SR-REL-FUNCAO.
           IF  WS-MRG-MODO EQUAL "MRG"
               MOVE "RELMRG"   TO SR-REL-BASE
           ELSE
               MOVE "RELMBC"   TO SR-REL-BASE
           END-IF.
           MOVE "HBMRG001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE WK-DATA-SYS TO WS-DATA-AAAAMMDD.
           PERFORM EDITA-DATA THRU EDITA-DATA-EXIT.
           MOVE SPACES TO REL-LINHA.
           IF  WS-MRG-MODO EQUAL "MRG"
               STRING "MARGEM BRUTA - PERIODO "
                      WS-DT-INI " A " WS-DT-FIM
                      " - EMISSAO " WS-DATA-ED
                      DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING "VENDAS ABAIXO DO CUSTO - PERIODO "
                      WS-DT-INI " A " WS-DT-FIM
                      " - EMISSAO " WS-DATA-ED
                      DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           IF  WS-MRG-MODO EQUAL "BXC"
               MOVE SPACES TO REL-LINHA
               STRING "      NOTA  EMISSAO     CLIENTE VENDEDOR"
                      "        PRODUTO     QTDE   PRECO UN"
                      "   CUSTO UN              PERDA"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA
           END-IF.
           MOVE "NAO" TO WS-NOT-EOF.
           MOVE ZEROS TO NOT-NUMERO.
           START ARQNOT KEY IS NOT LESS THAN NOT-NUMERO INVALID KEY
               MOVE "SIM" TO WS-NOT-EOF.
           PERFORM TRATA-NOTA THRU TRATA-NOTA-EXIT
                   UNTIL WS-NOT-EOF EQUAL "SIM".
           IF  WS-TAB-ESTOUROU EQUAL "SIM"
               CLOSE ARQREL
               MOVE "Tabela estourou (2000). Reduza periodo"
                                   TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-RELATORIO-EXIT.
           IF  WS-MRG-MODO EQUAL "MRG"
               PERFORM GRAVA-MARGEM THRU GRAVA-MARGEM-EXIT
           ELSE
               PERFORM GRAVA-TOTAL-PERDA THRU GRAVA-TOTAL-PERDA-EXIT
           END-IF.
           CLOSE ARQREL.
           MOVE "HBMRG001"              TO WS-LOG-PROGRAMA.
           IF  WS-MRG-MODO EQUAL "MRG"
               MOVE "MARGEM BRUTA"          TO WS-LOG-ACAO
           ELSE
               MOVE "ABAIXO DO CUSTO"       TO WS-LOG-ACAO
           END-IF.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-RELATORIO-EXIT.
           EXIT.

       ENTRAR-PERIODO.
           MOVE ZEROS TO WS-DT-INI WS-DT-FIM.
           DISPLAY "Data inicial (AAAAMMDD):" AT 2003.
           ACCEPT WS-DT-INI AT 2028 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ENTRAR-PERIODO-LIMPA.
           DISPLAY "Data final   (AAAAMMDD):" AT 2103.
           ACCEPT WS-DT-FIM AT 2128 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-DT-FIM
               GO  TO  ENTRAR-PERIODO-LIMPA.
           IF  WS-DT-FIM EQUAL ZEROS
               MOVE 99999999 TO WS-DT-FIM.
       ENTRAR-PERIODO-LIMPA.
           DISPLAY "                                     " AT 2003.
           DISPLAY "                                     " AT 2103.
       ENTRAR-PERIODO-EXIT.
           EXIT.

       TRATA-NOTA.
           READ ARQNOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NOT-EOF
                   GO  TO  TRATA-NOTA-EXIT
           END-READ.
           IF  NOT-DATA LESS THAN WS-DT-INI
               OR NOT-DATA GREATER THAN WS-DT-FIM
               GO  TO  TRATA-NOTA-EXIT.
           IF  NOT NOT-ATIVA
               GO  TO  TRATA-NOTA-EXIT.
           MOVE NOT-CLI-COD TO CLI-COD.
           READ ARQCLI INVALID KEY
               MOVE ZEROS TO CLI-EMP-COD
           END-READ.
           IF  CLI-EMP-COD NOT EQUAL ZEROS
               AND CLI-EMP-COD NOT EQUAL LK-EMP-COD
               GO  TO  TRATA-NOTA-EXIT.
           ADD 1 TO WS-NOTAS.
           MOVE "NAO" TO WS-NTI-EOF.
           MOVE NOT-NUMERO TO NTI-NUMERO.
           MOVE ZEROS      TO NTI-ITEM.
           START ARQNTI KEY IS GREATER THAN NTI-CHAVE INVALID KEY
               MOVE "SIM" TO WS-NTI-EOF.
           PERFORM TRATA-ITEM THRU TRATA-ITEM-EXIT
                   UNTIL WS-NTI-EOF EQUAL "SIM".
       TRATA-NOTA-EXIT.
           EXIT.

       TRATA-ITEM.
           READ ARQNTI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NTI-EOF
                   GO  TO  TRATA-ITEM-EXIT
           END-READ.
           IF  NTI-NUMERO NOT EQUAL NOT-NUMERO
               MOVE "SIM" TO WS-NTI-EOF
               GO  TO  TRATA-ITEM-EXIT.
           ADD 1 TO WS-LINHAS.
           IF  NTI-VL-CUSTO EQUAL ZEROS
               ADD 1            TO WS-SEM-CUSTO
               ADD NTI-VL-TOTAL TO WS-TOT-SEM-CUSTO
               GO  TO  TRATA-ITEM-EXIT.
           COMPUTE WS-LIN-CUSTO ROUNDED =
                   NTI-QUANTIDADE * NTI-VL-CUSTO.
           IF  WS-MRG-MODO EQUAL "BXC"
               PERFORM GRAVA-ABAIXO-CUSTO THRU GRAVA-ABAIXO-CUSTO-EXIT
               GO  TO  TRATA-ITEM-EXIT.
           ADD NTI-VL-TOTAL TO WS-TOT-RECEITA.
           ADD WS-LIN-CUSTO TO WS-TOT-CUSTO.
           MOVE "P"          TO WS-CHAVE-TIPO.
           MOVE NTI-PRO-COD  TO WS-CHAVE-COD.
           PERFORM ACUMULA-CHAVE THRU ACUMULA-CHAVE-EXIT.
           MOVE "C"          TO WS-CHAVE-TIPO.
           MOVE NOT-CLI-COD  TO WS-CHAVE-COD.
           PERFORM ACUMULA-CHAVE THRU ACUMULA-CHAVE-EXIT.
           MOVE "V"          TO WS-CHAVE-TIPO.
           MOVE NOT-VEN-COD  TO WS-CHAVE-COD.
           PERFORM ACUMULA-CHAVE THRU ACUMULA-CHAVE-EXIT.
           MOVE "M"          TO WS-CHAVE-TIPO.
           MOVE NOT-DATA(1:6) TO WS-MES-AAAAMM.
           MOVE WS-MES-AAAAMM TO WS-CHAVE-COD.
           PERFORM ACUMULA-CHAVE THRU ACUMULA-CHAVE-EXIT.
       TRATA-ITEM-EXIT.
           EXIT.

       ACUMULA-CHAVE.
           MOVE ZEROS TO WS-IND.
       ACUMULA-CHAVE-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-TAB
               IF  WS-QTD-TAB LESS THAN 2000
                   ADD 1 TO WS-QTD-TAB
                   MOVE WS-CHAVE-TIPO TO WS-TM-TIPO(WS-IND)
                   MOVE WS-CHAVE-COD  TO WS-TM-COD(WS-IND)
               ELSE
                   MOVE "SIM" TO WS-TAB-ESTOUROU
                   GO  TO  ACUMULA-CHAVE-EXIT
               END-IF
               GO  TO  ACUMULA-CHAVE-SOMA.
           IF  WS-TM-TIPO(WS-IND) NOT EQUAL WS-CHAVE-TIPO
               OR WS-TM-COD(WS-IND) NOT EQUAL WS-CHAVE-COD
               GO  TO  ACUMULA-CHAVE-PROCURA.
       ACUMULA-CHAVE-SOMA.
           ADD NTI-VL-TOTAL      TO WS-TM-REC(WS-IND).
           ADD WS-LIN-CUSTO      TO WS-TM-CUS(WS-IND).
           ADD NTI-VL-TOTAL      TO WS-TM-MRG(WS-IND).
           SUBTRACT WS-LIN-CUSTO FROM WS-TM-MRG(WS-IND).
       ACUMULA-CHAVE-EXIT.
           EXIT.

       GRAVA-ABAIXO-CUSTO.
           IF  NTI-VL-UNITARIO NOT LESS THAN NTI-VL-CUSTO
               GO  TO  GRAVA-ABAIXO-CUSTO-EXIT.
           COMPUTE WS-LIN-PERDA ROUNDED =
                   WS-LIN-CUSTO - NTI-VL-TOTAL.
           ADD 1            TO WS-POSICAO.
           ADD WS-LIN-PERDA TO WS-TOT-PERDA.
           MOVE NOT-DATA TO WS-DATA-AAAAMMDD.
           PERFORM EDITA-DATA THRU EDITA-DATA-EXIT.
           MOVE NOT-NUMERO      TO WS-NOT-ED.
           MOVE NOT-CLI-COD     TO WS-CLI-ED.
           MOVE NOT-VEN-COD     TO WS-VEN-ED.
           MOVE NTI-PRO-COD     TO WS-COD-ED.
           MOVE NTI-QUANTIDADE  TO WS-QTD-ED.
           MOVE NTI-VL-UNITARIO TO WS-VLU-ED.
           MOVE NTI-VL-CUSTO    TO WS-CUS-ED.
           MOVE WS-LIN-PERDA    TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-NOT-ED " " WS-DATA-ED " " WS-CLI-ED
                  "  " WS-VEN-ED " " WS-COD-ED " " WS-QTD-ED
                  " " WS-VLU-ED " " WS-CUS-ED " " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "           " NTI-PRO-DESC
                  "  " NOT-CLI-NOME
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       GRAVA-ABAIXO-CUSTO-EXIT.
           EXIT.

       GRAVA-TOTAL-PERDA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-POSICAO TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ITENS ABAIXO DO CUSTO.: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-PERDA TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PERDA TOTAL...........: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM GRAVA-SEM-CUSTO THRU GRAVA-SEM-CUSTO-EXIT.
       GRAVA-TOTAL-PERDA-EXIT.
           EXIT.

       GRAVA-SEM-CUSTO.
           MOVE WS-NOTAS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "NOTAS NO PERIODO......: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-LINHAS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ITENS DE NOTA.........: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-SEM-CUSTO TO WS-CONT-ED.
           MOVE WS-TOT-SEM-CUSTO TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ITENS SEM CUSTO.......: " WS-CONT-ED
                  "  VALOR " WS-VAL-ED
                  "  (NAO CONSIDERADOS)"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       GRAVA-SEM-CUSTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    IMPRESSAO DAS SECOES DA MARGEM BRUTA                  *
      *----------------------------------------------------------*
       GRAVA-MARGEM.
           MOVE "P" TO WS-SEC-TIPO.
           MOVE SPACES TO REL-LINHA.
           STRING "POR PRODUTO (MARGEM DECRESCENTE)"
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM IMPRIME-SECAO THRU IMPRIME-SECAO-EXIT.
           MOVE "C" TO WS-SEC-TIPO.
           MOVE SPACES TO REL-LINHA.
           STRING "POR CLIENTE (MARGEM DECRESCENTE)"
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM IMPRIME-SECAO THRU IMPRIME-SECAO-EXIT.
           MOVE "V" TO WS-SEC-TIPO.
           MOVE SPACES TO REL-LINHA.
           STRING "POR VENDEDOR (MARGEM DECRESCENTE)"
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM IMPRIME-SECAO THRU IMPRIME-SECAO-EXIT.
           MOVE "M" TO WS-SEC-TIPO.
           MOVE SPACES TO REL-LINHA.
           STRING "POR MES"
                  DELIMITED BY SIZE INTO REL-LINHA.
           PERFORM IMPRIME-SECAO THRU IMPRIME-SECAO-EXIT.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-RECEITA TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "RECEITA COM CUSTO.....: " WS-VAL-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-TOT-CUSTO TO WS-CST-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "CUSTO DAS VENDAS......: " WS-CST-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           COMPUTE WS-TOT-MARGEM = WS-TOT-RECEITA - WS-TOT-CUSTO.
           IF  WS-TOT-RECEITA EQUAL ZEROS
               MOVE ZEROS TO WS-MRG-PCT
           ELSE
               COMPUTE WS-MRG-PCT ROUNDED =
                       WS-TOT-MARGEM * 100 / WS-TOT-RECEITA
                   ON SIZE ERROR
                       MOVE -9999999,99 TO WS-MRG-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-TOT-MARGEM TO WS-MRG-ED.
           MOVE WS-MRG-PCT    TO WS-PCT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "MARGEM BRUTA..........: " WS-MRG-ED
                  "  " WS-PCT-ED " %"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           PERFORM GRAVA-SEM-CUSTO THRU GRAVA-SEM-CUSTO-EXIT.
       GRAVA-MARGEM-EXIT.
           EXIT.

       IMPRIME-SECAO.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING " POS        CODIGO DESCRICAO                     "
                  "          RECEITA             CUSTO"
                  "            MARGEM    MARGEM %"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-POSICAO.
       IMPRIME-SECAO-LOOP.
           MOVE ZEROS TO WS-IND-MAX WS-IND.
       IMPRIME-SECAO-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-TAB
               GO  TO  IMPRIME-SECAO-GRAVA.
           IF  WS-TM-TIPO(WS-IND) NOT EQUAL WS-SEC-TIPO
               OR WS-TM-IMP(WS-IND) EQUAL "S"
               GO  TO  IMPRIME-SECAO-PROCURA.
           IF  WS-IND-MAX EQUAL ZEROS
               MOVE WS-IND TO WS-IND-MAX
               GO  TO  IMPRIME-SECAO-PROCURA.
           IF  WS-SEC-TIPO EQUAL "M"
               IF  WS-TM-COD(WS-IND) LESS THAN WS-TM-COD(WS-IND-MAX)
                   MOVE WS-IND TO WS-IND-MAX
               END-IF
           ELSE
               IF  WS-TM-MRG(WS-IND) GREATER THAN
                   WS-TM-MRG(WS-IND-MAX)
                   MOVE WS-IND TO WS-IND-MAX
               END-IF
           END-IF.
           GO  TO  IMPRIME-SECAO-PROCURA.
       IMPRIME-SECAO-GRAVA.
           IF  WS-IND-MAX EQUAL ZEROS
               GO  TO  IMPRIME-SECAO-FIM.
           MOVE "S" TO WS-TM-IMP(WS-IND-MAX).
           ADD 1 TO WS-POSICAO.
           PERFORM BUSCA-DESCRICAO THRU BUSCA-DESCRICAO-EXIT.
           IF  WS-TM-REC(WS-IND-MAX) EQUAL ZEROS
               MOVE ZEROS TO WS-MRG-PCT
           ELSE
               COMPUTE WS-MRG-PCT ROUNDED =
                       WS-TM-MRG(WS-IND-MAX) * 100
                     / WS-TM-REC(WS-IND-MAX)
                   ON SIZE ERROR
                       MOVE -9999999,99 TO WS-MRG-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-POSICAO            TO WS-POS-ED.
           MOVE WS-TM-COD(WS-IND-MAX) TO WS-COD-ED.
           MOVE WS-TM-REC(WS-IND-MAX) TO WS-VAL-ED.
           MOVE WS-TM-CUS(WS-IND-MAX) TO WS-CST-ED.
           MOVE WS-TM-MRG(WS-IND-MAX) TO WS-MRG-ED.
           MOVE WS-MRG-PCT            TO WS-PCT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-POS-ED " " WS-COD-ED " " WS-DESCRICAO
                  " " WS-VAL-ED " " WS-CST-ED " " WS-MRG-ED
                  " " WS-PCT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           GO  TO  IMPRIME-SECAO-LOOP.
       IMPRIME-SECAO-FIM.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
       IMPRIME-SECAO-EXIT.
           EXIT.

       BUSCA-DESCRICAO.
           MOVE SPACES TO WS-DESCRICAO.
           EVALUATE WS-SEC-TIPO
           WHEN "P"
                MOVE WS-TM-COD(WS-IND-MAX) TO PRO-COD
                READ ARQPRO INVALID KEY
                    MOVE "NAO CADASTRADO" TO PRO-DESC
                END-READ
                MOVE PRO-DESC TO WS-DESCRICAO
           WHEN "C"
                MOVE WS-TM-COD(WS-IND-MAX) TO CLI-COD
                READ ARQCLI INVALID KEY
                    MOVE "NAO CADASTRADO" TO CLI-NOME
                END-READ
                MOVE CLI-NOME TO WS-DESCRICAO
           WHEN "V"
                MOVE WS-TM-COD(WS-IND-MAX) TO VEN-COD
                READ ARQVEN INVALID KEY
                    MOVE "NAO CADASTRADO" TO VEN-NOME
                END-READ
                MOVE VEN-NOME TO WS-DESCRICAO
           WHEN "M"
                MOVE WS-TM-COD(WS-IND-MAX) TO WS-MES-AAAAMM
                MOVE WS-MES-MES TO WS-MES-ED-MES
                MOVE WS-MES-ANO TO WS-MES-ED-ANO
                MOVE WS-MES-ED  TO WS-DESCRICAO
           END-EVALUATE.
       BUSCA-DESCRICAO-EXIT.
           EXIT.

       EDITA-DATA.
           MOVE WS-DATA-DIA TO WS-DATA-ED-DIA.
           MOVE WS-DATA-MES TO WS-DATA-ED-MES.
           MOVE WS-DATA-ANO TO WS-DATA-ED-ANO.
       EDITA-DATA-EXIT.
           EXIT.

       OFERECE-VISUALIZAR.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT.
           MOVE "Visualizar o relatorio agora ..." TO WK-MSG-CONF.
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
           IF  WK-CONFIRMA EQUAL "S" OR "s"
               MOVE WS-CAMINHO-REL TO LK-ARQ-REL
               CALL "HBVIS001" USING LK-TRANSFERENCIA
               END-CALL
               CANCEL "HBVIS001"
               MOVE SPACES TO LK-ARQ-REL.
       OFERECE-VISUALIZAR-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           MOVE "HBMRG001 " TO LK-PGM(2).
           MOVE "HBMRG001 " TO WK-COD-PGM.
           MOVE " MARGEM BRUTA DE VENDAS" TO WK-DESC-PGM.
           ACCEPT WK-DATA  FROM DATE.
           ACCEPT WK-HORA  FROM TIME.
           MOVE WK-DIA            TO WK-DIA-SALVO.
           MOVE WK-ANO            TO WK-DIA.
           MOVE WK-DIA-SALVO      TO WK-ANO.
           PERFORM 9000-ANO2000.
           MOVE WK-DATA-MIL       TO WK-DATA-SYS.
           MOVE WK-DIA-INV        TO WK-DIA-EXT.
           MOVE WK-ANO-INV        TO WK-ANO-EXT.
           MOVE WK-MES-R (WK-MES-INV) TO WK-MES-EXT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQVEN.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQVEN.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQVEN
              CLOSE ARQVEN
              OPEN INPUT ARQVEN
           END-IF
           MOVE " VENDEDOR "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQCLI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO.
           OPEN INPUT ARQCLI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQCLI
              CLOSE ARQCLI
              OPEN INPUT ARQCLI
           END-IF
           MOVE " CLIENTES "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NOT NOT-ARQ-WK.
           OPEN INPUT ARQNOT.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNOT
              CLOSE ARQNOT
              OPEN INPUT ARQNOT
           END-IF
           MOVE " NOTAS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNTI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NTI NTI-ARQ-WK.
           OPEN INPUT ARQNTI.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQNTI
              CLOSE ARQNTI
              OPEN INPUT ARQNTI
           END-IF
           MOVE " NOTASITEN"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQPRO.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PRO PRO-ARQ-WK.
           OPEN INPUT ARQPRO.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQPRO
              CLOSE ARQPRO
              OPEN INPUT ARQPRO
           END-IF
           MOVE " PRODUTOS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBMRG001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBMRG001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQVEN.
           CLOSE ARQCLI.
           CLOSE ARQNOT.
           CLOSE ARQNTI.
           CLOSE ARQPRO.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       MENSAGEM.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           PERFORM TEST AFTER UNTIL TECLA = "01"
                   MOVE SPACES TO AUXILIAR
                   DISPLAY G-TMSG DISPLAY MSG AT 2332
                   ACCEPT AUXILIAR AT 2580 WITH AUTO-SKIP
                   ACCEPT TECLA FROM ESCAPE KEY
           END-PERFORM
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA.
       MENSAGEM-EXIT.
           EXIT.

       SALVA-TELA.
           call "CBL_READ_SCR_CHATTRS" using screen-origin(1)
                          screen-buffer(1)
                          screen-attrs(1)
                          screen-string-length(1).
       SALVA-TELA-EXIT.
           EXIT.

       RESTAURA-TELA.
           call "CBL_WRITE_SCR_CHATTRS" using screen-origin(1)
                      screen-buffer(1)
                      screen-attrs(1)
                      screen-string-length(1).
       RESTAURA-TELA-EXIT.
           EXIT.

       9700-GRAVA-LOG SECTION.
       9700-000.
           MOVE WS-CAMINHO               TO WS-CAMINHO-SALVO.
           MOVE "C:\HBSIS\DB\ARQLOG.DAT" TO WS-CAMINHO.
           OPEN EXTEND ARQLOG.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQLOG
               CLOSE ARQLOG
               OPEN EXTEND ARQLOG
           END-IF.
           ACCEPT WK-DATA FROM DATE.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-DIA                   TO WK-DIA-SALVO.
           MOVE WK-ANO                   TO WK-DIA.
           MOVE WK-DIA-SALVO             TO WK-ANO.
           MOVE WK-DIA                   TO LOG-DIA.
           MOVE WK-MES                   TO LOG-MES.
           MOVE WK-ANO                   TO LOG-ANO.
           MOVE WK-HORA                  TO LOG-HORA.
           MOVE LK-USUARIO               TO LOG-USUARIO.
           MOVE WS-LOG-PROGRAMA          TO LOG-PROGRAMA.
           MOVE WS-LOG-ACAO              TO LOG-ACAO.
           WRITE LOG-REG.
           CLOSE ARQLOG.
           MOVE WS-CAMINHO-SALVO         TO WS-CAMINHO.
       9700-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

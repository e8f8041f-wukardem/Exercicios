       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBARM001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - ARQUIVO MORTO ANUAL: PEDIDOS ENCERRADOS (E/C/F) COM
      *   DATA ANTERIOR AO CORTE SAEM DO ARQPED JUNTO COM OS
      *   ITENS (ARQITE), A NOTA (ARQNOT/ARQNTI), AS PARCELAS
      *   (ARQREC) E O HISTORICO (ARQHIS), E VAO PARA UM
      *   ARQUIVO POR ANO DO PEDIDO (MORTOAAAA.DAT)
      * - PEDIDO COM PARCELA EM ABERTO FICA NO ARQUIVO VIVO
      * - SOMENTE NIVEL 99; O CORTE NAO PASSA DE 01/01 DO ANO
      *   CORRENTE
      * - TOTAIS DE CONTROLE (QUANTIDADE E VALOR) DE CADA
      *   ARQUIVO ANTES E DEPOIS, VIVO E MORTO, CONFERIDOS NO
      *   RELARM.TXT; TOTAIS DE CADA ANO GUARDADOS NO ARQARC
      * - CHECKPOINT (ARQCKA): EXECUCAO INTERROMPIDA E RETOMADA
      *   NA PROXIMA CHAMADA COM O MESMO CORTE; O REGISTRO JA
      *   GRAVADO NO MORTO NAO E DUPLICADO E O PEDIDO SO SAI
      *   DO ARQPED DEPOIS DE TUDO QUE PENDE DELE
      * - TOTAIS DO ARQUIVO MORTO: RECONTA CADA ANO E CONFERE
      *   COM O ARQARC (RELMRT.TXT)
      * - 15/10/2026 - PERMISSAO POR FUNCAO: A OPCAO ESCOLHIDA E
      *   CONFERIDA NA HBPER002 (ARQPER, HBPER001) ANTES DE
      *   EXECUTAR; A RECUSA E GRAVADA NO ARQLOG
      * - 15/10/2026 - ARQUIVOS DE DADOS ABERTOS NO DIRETORIO
      *   DA EMPRESA (ARQPAR, HBPAR001) VIA 9050-CAMINHO
      * - 15/10/2026 - GRAVACOES, REGRAVACOES E EXCLUSOES EM
      *   ARQPED, ARQITE, ARQNOT, ARQNTI, ARQREC E ARQHIS
      *   REGISTRADAS NO JOURNAL (HBJRN002) PARA A REAPLICACAO
      *   APOS RESTAURAR UM BACKUP (HBJRN001)
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FPED0001.SEL".
           COPY "C:\Hbsis\ftt\FITE0001.SEL".
           COPY "C:\Hbsis\ftt\FNOT0001.SEL".
           COPY "C:\Hbsis\ftt\FNTI0001.SEL".
           COPY "C:\Hbsis\ftt\FREC0001.SEL".
           COPY "C:\Hbsis\ftt\FHIS0001.SEL".
           COPY "C:\Hbsis\ftt\FHISTMP.SEL".
           COPY "C:\Hbsis\ftt\FMRT0001.SEL".
           COPY "C:\Hbsis\ftt\FARC0001.SEL".
           COPY "C:\Hbsis\ftt\FCKA0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FPED0001.FD".
           COPY "C:\Hbsis\ftt\FITE0001.FD".
           COPY "C:\Hbsis\ftt\FNOT0001.FD".
           COPY "C:\Hbsis\ftt\FNTI0001.FD".
           COPY "C:\Hbsis\ftt\FREC0001.FD".
           COPY "C:\Hbsis\ftt\FHIS0001.FD".
           COPY "C:\Hbsis\ftt\FHISTMP.FD".
           COPY "C:\Hbsis\ftt\FMRT0001.FD".
           COPY "C:\Hbsis\ftt\FARC0001.FD".
           COPY "C:\Hbsis\ftt\FCKA0001.FD".
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
       77  WS-CAMINHO-PED             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-ITE             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-NOT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-NTI             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-HIS             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-HIT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-MRT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-ARC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-CKA             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  ERRO-LEITURA               PIC XXX     VALUE "NAO".
       77  WS-RETOMADA                PIC XXX     VALUE "NAO".
       77  WS-MONTA-ANOS              PIC XXX     VALUE "NAO".
       77  WS-ANOS-ESTOUROU           PIC XXX     VALUE "NAO".
       77  WS-PARCELA-ABERTA          PIC XXX     VALUE "NAO".
       77  WS-MRT-ABERTO              PIC XXX     VALUE "NAO".
       77  WS-PED-EOF                 PIC XXX     VALUE "NAO".
       77  WS-ITE-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NOT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-NTI-EOF                 PIC XXX     VALUE "NAO".
       77  WS-REC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-HIS-EOF                 PIC XXX     VALUE "NAO".
       77  WS-MRT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-ARC-EOF                 PIC XXX     VALUE "NAO".
       77  WS-DIVERGENTE              PIC XXX     VALUE "NAO".
       77  WS-SITUACAO-CKA            PIC X(001)  VALUE SPACES.
       77  WS-DT-CORTE                PIC 9(008)  VALUE ZEROS.
       77  WS-DT-LIMITE               PIC 9(008)  VALUE ZEROS.
       77  WS-DT-INICIO               PIC 9(008)  VALUE ZEROS.
       77  WS-USU-INICIO              PIC X(008)  VALUE SPACES.
       77  WS-FASE                    PIC 9(002)  VALUE ZEROS.
       77  WS-IND-ANO                 PIC 9(002)  VALUE ZEROS.
       77  WS-QTD-ANOS                PIC 9(002)  VALUE ZEROS.
       77  WS-ULT-CLI                 PIC 9(007)  VALUE ZEROS.
       77  WS-ULT-PED                 PIC 9(010)  VALUE ZEROS.
       77  WS-QTD-RETIDOS             PIC 9(009)  VALUE ZEROS.
       77  WS-ANO-CORRENTE            PIC 9(004)  VALUE ZEROS.
       77  WS-ANO-ATUAL               PIC 9(004)  VALUE ZEROS.
       77  WS-ANO-PED                 PIC 9(004)  VALUE ZEROS.
       77  WS-MES-CORTE               PIC 9(002)  VALUE ZEROS.
       77  WS-DIA-CORTE               PIC 9(002)  VALUE ZEROS.
       77  WS-IND                     PIC 9(002)  VALUE ZEROS.
       77  WS-NOTA-ATUAL              PIC 9(010)  VALUE ZEROS.
       77  WS-HIS-LINHA               PIC 9(013)  VALUE ZEROS.
       77  WS-CONTA-CKP               PIC 9(003)  VALUE ZEROS.
       77  WS-PED-ANO                 PIC 9(009)  VALUE ZEROS.
       77  WS-DIF-VIVO                PIC S9(009) VALUE ZEROS.
       77  WS-DIF-MORTO               PIC S9(009) VALUE ZEROS.
       77  WS-DIFV-VIVO               PIC S9(013)V9(002) VALUE ZEROS.
       77  WS-DIFV-MORTO              PIC S9(013)V9(002) VALUE ZEROS.
       77  WS-QTD-ED                  PIC ZZZZZZZZ9.
       77  WS-QTD2-ED                 PIC ZZZZZZZZ9.
       77  WS-DIF-ED                  PIC -ZZZZZZZZ9.
       77  WS-DIF2-ED                 PIC -ZZZZZZZZ9.
       77  WS-VAL-ED                  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-VAL2-ED                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-DIFV-ED                 PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-DIFV2-ED                PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-TAB-ANOS.
           03  WS-ANOS                PIC 9(004) OCCURS 30 TIMES.
       01  WS-TOTAIS-ANTES.
           03  WS-VIVOS-ANTES.
               05  WS-VA-ENT          OCCURS 6 TIMES.
                   07  WS-VA-QTD      PIC 9(009).
                   07  WS-VA-VALOR    PIC 9(013)V9(002).
           03  WS-MORTOS-ANTES.
               05  WS-MA-ENT          OCCURS 6 TIMES.
                   07  WS-MA-QTD      PIC 9(009).
                   07  WS-MA-VALOR    PIC 9(013)V9(002).
       01  WS-TOTAIS-DEPOIS.
           03  WS-VIVOS-DEPOIS.
               05  WS-VD-ENT          OCCURS 6 TIMES.
                   07  WS-VD-QTD      PIC 9(009).
                   07  WS-VD-VALOR    PIC 9(013)V9(002).
           03  WS-MORTOS-DEPOIS.
               05  WS-MD-ENT          OCCURS 6 TIMES.
                   07  WS-MD-QTD      PIC 9(009).
                   07  WS-MD-VALOR    PIC 9(013)V9(002).
       01  WS-TOTAIS-ANO.
           03  WS-AN-ENT              OCCURS 6 TIMES.
               05  WS-AN-QTD          PIC 9(009).
               05  WS-AN-VALOR        PIC 9(013)V9(002).
       01  WS-TABELA-TIPOS.
           03  WS-NOME-TIPO           PIC X(010)  OCCURS 6 TIMES
               VALUES "PEDIDOS   " "ITENS PED." "NOTAS     "
                      "ITENS NF  " "PARCELAS  " "HISTORICO ".

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".
       COPY "C:\HBSIS\FTT\HBJRN002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TOPCARM.SS".
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
           DISPLAY G-TOPCARM.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-ARQUIVAR THRU ROT-ARQUIVAR-EXIT
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-TOTAIS THRU ROT-TOTAIS-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "PRO" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBARM001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBARM001"              TO WS-LOG-PROGRAMA.
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
      *    ARQUIVAMENTO DOS PEDIDOS ENCERRADOS ANTES DO CORTE     *
      *----------------------------------------------------------*
       ROT-ARQUIVAR.
           IF  LK-LIBERACAO NOT EQUAL "99"
               MOVE "Acesso restrito ao administrador...    "
                                   TO WK-MSG-ADV1
               MOVE "Fale com o administrador do sistema... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-ARQUIVAR-EXIT.
           PERFORM LE-CHECKPOINT THRU LE-CHECKPOINT-EXIT.
           IF  WS-RETOMADA EQUAL "SIM"
               GO  TO  ROT-ARQUIVAR-RETOMA.
           PERFORM ENTRAR-CORTE THRU ENTRAR-CORTE-EXIT.
           IF  WS-DT-CORTE EQUAL ZEROS
               GO  TO  ROT-ARQUIVAR-EXIT.
           MOVE "Rode com os usuarios fora do sistema,  "
                               TO WK-MSG-ADV1.
           MOVE "senao os totais de controle divergem..."
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
           MOVE "Confirma o arquivamento ..." TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
               GO  TO  ROT-ARQUIVAR-LIMPA.
           DISPLAY "Aguarde, contando os arquivos...     " AT 2103.
           MOVE ZEROS TO WS-QTD-ANOS WS-QTD-RETIDOS.
           MOVE "NAO" TO WS-ANOS-ESTOUROU.
           MOVE "SIM" TO WS-MONTA-ANOS.
           PERFORM CONTA-VIVOS THRU CONTA-VIVOS-EXIT.
           MOVE "NAO" TO WS-MONTA-ANOS.
           IF  WS-QTD-ANOS EQUAL ZEROS
               MOVE "Nenhum pedido encerrado antes do corte" TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-ARQUIVAR-LIMPA.
           MOVE WS-VIVOS-DEPOIS TO WS-VIVOS-ANTES.
           INITIALIZE WS-MORTOS-ANTES.
           MOVE ZEROS TO WS-IND-ANO.
           PERFORM SOMA-MORTO-ANTES THRU SOMA-MORTO-ANTES-EXIT
                   UNTIL WS-IND-ANO NOT LESS THAN WS-QTD-ANOS.
           MOVE WK-DATA-SYS TO WS-DT-INICIO.
           MOVE LK-USUARIO  TO WS-USU-INICIO.
           MOVE 1           TO WS-IND-ANO.
           MOVE 10          TO WS-FASE.
           MOVE ZEROS       TO WS-ULT-CLI WS-ULT-PED.
           MOVE "A"         TO WS-SITUACAO-CKA.
           PERFORM GRAVA-CHECKPOINT THRU GRAVA-CHECKPOINT-EXIT.
           MOVE "HBARM001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "ARQUIVA ATE " WS-DT-CORTE
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           GO  TO  ROT-ARQUIVAR-PROCESSA.
       ROT-ARQUIVAR-RETOMA.
           MOVE SPACES TO MSG.
           STRING "Retomando corte " WS-DT-CORTE
                  " de " WS-DT-INICIO
                  DELIMITED BY SIZE INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           MOVE "Retoma o arquivamento interrompido ..."
                                              TO WK-MSG-CONF.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S" AND "s"
               GO  TO  ROT-ARQUIVAR-LIMPA.
           MOVE "HBARM001"              TO WS-LOG-PROGRAMA.
           MOVE "RETOMOU ARQUIVAMENT"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ROT-ARQUIVAR-PROCESSA.
           IF  WS-FASE LESS THAN 50
               PERFORM PROCESSA-ANO THRU PROCESSA-ANO-EXIT
                       UNTIL WS-IND-ANO GREATER THAN WS-QTD-ANOS
               MOVE 50 TO WS-FASE
               PERFORM GRAVA-CHECKPOINT THRU GRAVA-CHECKPOINT-EXIT.
           DISPLAY "Aguarde, conferindo os totais...     " AT 2103.
           PERFORM CONTA-VIVOS THRU CONTA-VIVOS-EXIT.
           INITIALIZE WS-MORTOS-DEPOIS.
           MOVE ZEROS TO WS-IND-ANO.
           PERFORM RECONTA-ANO THRU RECONTA-ANO-EXIT
                   UNTIL WS-IND-ANO NOT LESS THAN WS-QTD-ANOS.
           PERFORM RELATORIO-CONTROLE THRU RELATORIO-CONTROLE-EXIT.
           MOVE "F" TO WS-SITUACAO-CKA.
           PERFORM GRAVA-CHECKPOINT THRU GRAVA-CHECKPOINT-EXIT.
           COMPUTE WS-DIF-VIVO = WS-VA-QTD(1) - WS-VD-QTD(1).
           MOVE WS-DIF-VIVO TO WS-QTD-ED.
           MOVE "HBARM001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "ARQUIVOU " WS-QTD-ED
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           IF  WS-DIVERGENTE EQUAL "SIM"
               MOVE "Totais de controle nao conferem,       "
                                   TO WK-MSG-ADV1
               MOVE "veja o relatorio do arquivamento...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-ARQUIVAR-LIMPA.
           DISPLAY "                                          "
                   AT 2003.
           DISPLAY "                                          "
                   AT 2103.
       ROT-ARQUIVAR-EXIT.
           EXIT.

       ENTRAR-CORTE.
           COMPUTE WS-DT-LIMITE = WS-ANO-CORRENTE * 10000 + 0101.
           COMPUTE WS-DT-CORTE  = WS-DT-LIMITE - 10000.
           DISPLAY "Arquivar encerrados antes de (AAAAMMDD):" AT 2003.
           ACCEPT WS-DT-CORTE AT 2044 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               MOVE ZEROS TO WS-DT-CORTE
               GO  TO  ENTRAR-CORTE-EXIT.
           IF  WS-DT-CORTE EQUAL ZEROS
               GO  TO  ENTRAR-CORTE-EXIT.
           MOVE WS-DT-CORTE(5:2) TO WS-MES-CORTE.
           MOVE WS-DT-CORTE(7:2) TO WS-DIA-CORTE.
           IF  WS-MES-CORTE LESS THAN 1 OR GREATER THAN 12
               OR WS-DIA-CORTE LESS THAN 1 OR GREATER THAN 31
               MOVE "Data de corte invalida..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ENTRAR-CORTE.
           IF  WS-DT-CORTE GREATER THAN WS-DT-LIMITE
               MOVE "O ano corrente fica no arquivo vivo..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ENTRAR-CORTE.
       ENTRAR-CORTE-EXIT.
           EXIT.

       SOMA-MORTO-ANTES.
           ADD 1 TO WS-IND-ANO.
           MOVE WS-ANOS(WS-IND-ANO) TO ARC-ANO.
           READ ARQARC INVALID KEY
               GO  TO  SOMA-MORTO-ANTES-EXIT
           END-READ.
           MOVE ZEROS TO WS-IND.
           PERFORM SOMA-MORTO-TIPO THRU SOMA-MORTO-TIPO-EXIT
                   UNTIL WS-IND NOT LESS THAN 6.
       SOMA-MORTO-ANTES-EXIT.
           EXIT.

       SOMA-MORTO-TIPO.
           ADD 1 TO WS-IND.
           ADD ARC-QTD(WS-IND)   TO WS-MA-QTD(WS-IND).
           ADD ARC-VALOR(WS-IND) TO WS-MA-VALOR(WS-IND).
       SOMA-MORTO-TIPO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CHECKPOINT: RETOMADA DE EXECUCAO INTERROMPIDA          *
      *----------------------------------------------------------*
       LE-CHECKPOINT.
           MOVE "NAO" TO WS-RETOMADA.
           MOVE "ARQCKA.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-CKA.
           OPEN INPUT ARQCKA.
           IF  WK01-RETCOD NOT EQUAL "00"
               GO  TO  LE-CHECKPOINT-EXIT.
           READ ARQCKA AT END
               CLOSE ARQCKA
               GO  TO  LE-CHECKPOINT-EXIT
           END-READ.
           IF  CKA-EM-ANDAMENTO
               MOVE "SIM"            TO WS-RETOMADA
               MOVE CKA-SITUACAO     TO WS-SITUACAO-CKA
               MOVE CKA-DT-CORTE     TO WS-DT-CORTE
               MOVE CKA-DT-INICIO    TO WS-DT-INICIO
               MOVE CKA-USUARIO      TO WS-USU-INICIO
               MOVE CKA-FASE         TO WS-FASE
               MOVE CKA-IND-ANO      TO WS-IND-ANO
               MOVE CKA-ULT-CLI      TO WS-ULT-CLI
               MOVE CKA-ULT-PED      TO WS-ULT-PED
               MOVE CKA-QTD-ANOS     TO WS-QTD-ANOS
               MOVE CKA-TAB-ANOS     TO WS-TAB-ANOS
               MOVE CKA-VIVOS-ANTES  TO WS-VIVOS-ANTES
               MOVE CKA-MORTOS-ANTES TO WS-MORTOS-ANTES
               MOVE CKA-QTD-RETIDOS  TO WS-QTD-RETIDOS.
           CLOSE ARQCKA.
       LE-CHECKPOINT-EXIT.
           EXIT.

       GRAVA-CHECKPOINT.
           MOVE "ARQCKA.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-CKA.
           OPEN OUTPUT ARQCKA.
           MOVE WS-SITUACAO-CKA  TO CKA-SITUACAO.
           MOVE WS-DT-CORTE      TO CKA-DT-CORTE.
           MOVE WS-DT-INICIO     TO CKA-DT-INICIO.
           MOVE WS-USU-INICIO    TO CKA-USUARIO.
           MOVE WS-FASE          TO CKA-FASE.
           MOVE WS-IND-ANO       TO CKA-IND-ANO.
           MOVE WS-ULT-CLI       TO CKA-ULT-CLI.
           MOVE WS-ULT-PED       TO CKA-ULT-PED.
           MOVE WS-QTD-ANOS      TO CKA-QTD-ANOS.
           MOVE WS-TAB-ANOS      TO CKA-TAB-ANOS.
           MOVE WS-VIVOS-ANTES   TO CKA-VIVOS-ANTES.
           MOVE WS-MORTOS-ANTES  TO CKA-MORTOS-ANTES.
           MOVE WS-QTD-RETIDOS   TO CKA-QTD-RETIDOS.
           WRITE CKA-REG.
           CLOSE ARQCKA.
       GRAVA-CHECKPOINT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    UM ANO: PEDIDOS, DEPOIS O HISTORICO                    *
      *----------------------------------------------------------*
       PROCESSA-ANO.
           MOVE WS-ANOS(WS-IND-ANO) TO WS-ANO-ATUAL.
           PERFORM ABRE-MORTO THRU ABRE-MORTO-EXIT.
           IF  WS-MRT-ABERTO EQUAL "NAO"
               MOVE 99 TO WS-IND-ANO
               GO  TO  PROCESSA-ANO-EXIT.
           IF  WS-FASE LESS THAN 30
               MOVE 20 TO WS-FASE
               PERFORM ARQUIVA-PEDIDOS THRU ARQUIVA-PEDIDOS-EXIT
               MOVE 30 TO WS-FASE
               PERFORM GRAVA-CHECKPOINT THRU GRAVA-CHECKPOINT-EXIT.
           IF  WS-FASE LESS THAN 35
               PERFORM SEPARA-HISTORICO THRU SEPARA-HISTORICO-EXIT
               MOVE 35 TO WS-FASE
               PERFORM GRAVA-CHECKPOINT THRU GRAVA-CHECKPOINT-EXIT.
           PERFORM REGRAVA-HISTORICO THRU REGRAVA-HISTORICO-EXIT.
           CLOSE ARQMRT.
           ADD 1 TO WS-IND-ANO.
           MOVE 10    TO WS-FASE.
           MOVE ZEROS TO WS-ULT-CLI WS-ULT-PED.
           PERFORM GRAVA-CHECKPOINT THRU GRAVA-CHECKPOINT-EXIT.
       PROCESSA-ANO-EXIT.
           EXIT.

       ABRE-MORTO.
           MOVE "SIM" TO WS-MRT-ABERTO.
           MOVE SPACES TO SR-PAR-ARQUIVO.
           STRING "MORTO" WS-ANO-ATUAL ".DAT"
                  DELIMITED BY SIZE INTO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO TO WS-CAMINHO-MRT.
           MOVE WS-CAMINHO-MRT TO MRT-ARQ-WK.
           OPEN I-O ARQMRT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQMRT
              CLOSE ARQMRT
              OPEN I-O ARQMRT
           END-IF
           IF  WK01-RETCOD NOT EQUAL "00"
               MOVE "NAO" TO WS-MRT-ABERTO
               MOVE " ARQ.MORTO"   TO WK-MSG-RT2
               PERFORM 9100-RETCOD.
       ABRE-MORTO-EXIT.
           EXIT.

       ARQUIVA-PEDIDOS.
           MOVE "NAO" TO WS-PED-EOF.
           MOVE ZEROS TO WS-CONTA-CKP WS-PED-ANO.
           MOVE WS-ULT-CLI TO PED-CLI-COD.
           MOVE WS-ULT-PED TO PED-PEDIDO.
           START ARQPED KEY IS GREATER THAN PED-CHAVE INVALID KEY
               MOVE "SIM" TO WS-PED-EOF.
           PERFORM ARQUIVA-UM-PEDIDO THRU ARQUIVA-UM-PEDIDO-EXIT
                   UNTIL WS-PED-EOF EQUAL "SIM".
       ARQUIVA-PEDIDOS-EXIT.
           EXIT.

       ARQUIVA-UM-PEDIDO.
           READ ARQPED NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PED-EOF
                   GO  TO  ARQUIVA-UM-PEDIDO-EXIT
           END-READ.
           IF  NOT PED-SIT-FINAL
               OR PED-DATA NOT LESS THAN WS-DT-CORTE
               GO  TO  ARQUIVA-UM-PEDIDO-EXIT.
           COMPUTE WS-ANO-PED = PED-DATA / 10000.
           IF  WS-ANO-PED NOT EQUAL WS-ANO-ATUAL
               GO  TO  ARQUIVA-UM-PEDIDO-EXIT.
           PERFORM VERIFICA-PARCELAS THRU VERIFICA-PARCELAS-EXIT.
           IF  WS-PARCELA-ABERTA EQUAL "SIM"
               ADD 1 TO WS-QTD-RETIDOS
               GO  TO  ARQUIVA-UM-PEDIDO-EXIT.
      *    TUDO VAI PARA O MORTO ANTES DE SAIR DO VIVO; O PEDIDO
      *    SAI POR ULTIMO, ENTAO A RETOMADA SEMPRE O ENCONTRA
           MOVE PED-CLI-COD TO MRT-CLI-COD.
           MOVE PED-PEDIDO  TO MRT-PEDIDO.
           MOVE 1           TO MRT-TIPO.
           MOVE ZEROS       TO MRT-SEQ.
           MOVE PED-REG     TO MRT-DADOS.
           PERFORM GRAVA-MORTO THRU GRAVA-MORTO-EXIT.
           PERFORM ARQUIVA-ITENS THRU ARQUIVA-ITENS-EXIT.
           PERFORM ARQUIVA-NOTAS THRU ARQUIVA-NOTAS-EXIT.
           DELETE ARQPED RECORD INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "EXC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-PED THRU JORNAL-PED-EXIT
           END-DELETE.
           ADD 1 TO WS-PED-ANO WS-CONTA-CKP.
           IF  WS-CONTA-CKP NOT LESS THAN 100
               MOVE ZEROS       TO WS-CONTA-CKP
               MOVE PED-CLI-COD TO WS-ULT-CLI
               MOVE PED-PEDIDO  TO WS-ULT-PED
               PERFORM GRAVA-CHECKPOINT THRU GRAVA-CHECKPOINT-EXIT
               MOVE WS-PED-ANO TO WS-QTD-ED
               MOVE SPACES TO MSG
               STRING "Ano " WS-ANO-ATUAL " pedidos: " WS-QTD-ED
                      DELIMITED BY SIZE INTO MSG
               DISPLAY MSG AT 2103.
       ARQUIVA-UM-PEDIDO-EXIT.
           EXIT.

      *    JA GRAVADO NUMA EXECUCAO INTERROMPIDA: NAO DUPLICA
       GRAVA-MORTO.
           WRITE MRT-REG INVALID KEY
               CONTINUE
           END-WRITE.
       GRAVA-MORTO-EXIT.
           EXIT.

       VERIFICA-PARCELAS.
           MOVE "NAO" TO WS-PARCELA-ABERTA WS-NOT-EOF.
           MOVE PED-CLI-COD TO NOT-CLI-COD.
           START ARQNOT KEY IS EQUAL NOT-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-NOT-EOF.
           PERFORM VERIFICA-PARC-NOTA THRU VERIFICA-PARC-NOTA-EXIT
                   UNTIL WS-NOT-EOF EQUAL "SIM".
       VERIFICA-PARCELAS-EXIT.
           EXIT.

       VERIFICA-PARC-NOTA.
           READ ARQNOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NOT-EOF
                   GO  TO  VERIFICA-PARC-NOTA-EXIT
           END-READ.
           IF  NOT-CLI-COD NOT EQUAL PED-CLI-COD
               MOVE "SIM" TO WS-NOT-EOF
               GO  TO  VERIFICA-PARC-NOTA-EXIT.
           IF  NOT-PEDIDO NOT EQUAL PED-PEDIDO
               GO  TO  VERIFICA-PARC-NOTA-EXIT.
           MOVE "NAO" TO WS-REC-EOF.
           MOVE NOT-NUMERO TO REC-NOTA.
           MOVE ZEROS      TO REC-PARCELA.
           START ARQREC KEY IS NOT LESS THAN REC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM VERIFICA-UMA-PARCELA THRU
                   VERIFICA-UMA-PARCELA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
           IF  WS-PARCELA-ABERTA EQUAL "SIM"
               MOVE "SIM" TO WS-NOT-EOF.
       VERIFICA-PARC-NOTA-EXIT.
           EXIT.

       VERIFICA-UMA-PARCELA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  VERIFICA-UMA-PARCELA-EXIT
           END-READ.
           IF  REC-NOTA NOT EQUAL NOT-NUMERO
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  VERIFICA-UMA-PARCELA-EXIT.
           IF  REC-ABERTA
               MOVE "SIM" TO WS-PARCELA-ABERTA WS-REC-EOF.
       VERIFICA-UMA-PARCELA-EXIT.
           EXIT.

       ARQUIVA-ITENS.
           MOVE "NAO" TO WS-ITE-EOF.
           MOVE PED-CLI-COD TO ITE-CLI-COD.
           MOVE PED-PEDIDO  TO ITE-PEDIDO.
           MOVE ZEROS       TO ITE-ITEM.
           START ARQITE KEY IS NOT LESS THAN ITE-CHAVE INVALID KEY
               MOVE "SIM" TO WS-ITE-EOF.
           PERFORM ARQUIVA-UM-ITEM THRU ARQUIVA-UM-ITEM-EXIT
                   UNTIL WS-ITE-EOF EQUAL "SIM".
       ARQUIVA-ITENS-EXIT.
           EXIT.

       ARQUIVA-UM-ITEM.
           READ ARQITE NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-ITE-EOF
                   GO  TO  ARQUIVA-UM-ITEM-EXIT
           END-READ.
           IF  ITE-CLI-COD NOT EQUAL PED-CLI-COD
               OR ITE-PEDIDO NOT EQUAL PED-PEDIDO
               MOVE "SIM" TO WS-ITE-EOF
               GO  TO  ARQUIVA-UM-ITEM-EXIT.
           MOVE PED-CLI-COD TO MRT-CLI-COD.
           MOVE PED-PEDIDO  TO MRT-PEDIDO.
           MOVE 2           TO MRT-TIPO.
           MOVE ITE-ITEM    TO MRT-SEQ.
           MOVE ITE-REG     TO MRT-DADOS.
           PERFORM GRAVA-MORTO THRU GRAVA-MORTO-EXIT.
           DELETE ARQITE RECORD INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "EXC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-ITE THRU JORNAL-ITE-EXIT
           END-DELETE.
       ARQUIVA-UM-ITEM-EXIT.
           EXIT.

       ARQUIVA-NOTAS.
           MOVE "NAO" TO WS-NOT-EOF.
           MOVE PED-CLI-COD TO NOT-CLI-COD.
           START ARQNOT KEY IS EQUAL NOT-CLI-COD INVALID KEY
               MOVE "SIM" TO WS-NOT-EOF.
           PERFORM ARQUIVA-UMA-NOTA THRU ARQUIVA-UMA-NOTA-EXIT
                   UNTIL WS-NOT-EOF EQUAL "SIM".
       ARQUIVA-NOTAS-EXIT.
           EXIT.

       ARQUIVA-UMA-NOTA.
           READ ARQNOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NOT-EOF
                   GO  TO  ARQUIVA-UMA-NOTA-EXIT
           END-READ.
           IF  NOT-CLI-COD NOT EQUAL PED-CLI-COD
               MOVE "SIM" TO WS-NOT-EOF
               GO  TO  ARQUIVA-UMA-NOTA-EXIT.
           IF  NOT-PEDIDO NOT EQUAL PED-PEDIDO
               GO  TO  ARQUIVA-UMA-NOTA-EXIT.
           MOVE NOT-NUMERO  TO WS-NOTA-ATUAL.
           MOVE PED-CLI-COD TO MRT-CLI-COD.
           MOVE PED-PEDIDO  TO MRT-PEDIDO.
           MOVE 3           TO MRT-TIPO.
           MOVE NOT-NUMERO  TO MRT-SEQ.
           MOVE NOT-REG     TO MRT-DADOS.
           PERFORM GRAVA-MORTO THRU GRAVA-MORTO-EXIT.
           MOVE "NAO" TO WS-NTI-EOF.
           MOVE WS-NOTA-ATUAL TO NTI-NUMERO.
           MOVE ZEROS         TO NTI-ITEM.
           START ARQNTI KEY IS NOT LESS THAN NTI-CHAVE INVALID KEY
               MOVE "SIM" TO WS-NTI-EOF.
           PERFORM ARQUIVA-UM-NTI THRU ARQUIVA-UM-NTI-EXIT
                   UNTIL WS-NTI-EOF EQUAL "SIM".
           MOVE "NAO" TO WS-REC-EOF.
           MOVE WS-NOTA-ATUAL TO REC-NOTA.
           MOVE ZEROS         TO REC-PARCELA.
           START ARQREC KEY IS NOT LESS THAN REC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM ARQUIVA-UMA-PARCELA THRU
                   ARQUIVA-UMA-PARCELA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
           DELETE ARQNOT RECORD INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "EXC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-NOT THRU JORNAL-NOT-EXIT
           END-DELETE.
       ARQUIVA-UMA-NOTA-EXIT.
           EXIT.

       ARQUIVA-UM-NTI.
           READ ARQNTI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NTI-EOF
                   GO  TO  ARQUIVA-UM-NTI-EXIT
           END-READ.
           IF  NTI-NUMERO NOT EQUAL WS-NOTA-ATUAL
               MOVE "SIM" TO WS-NTI-EOF
               GO  TO  ARQUIVA-UM-NTI-EXIT.
           MOVE PED-CLI-COD TO MRT-CLI-COD.
           MOVE PED-PEDIDO  TO MRT-PEDIDO.
           MOVE 4           TO MRT-TIPO.
           COMPUTE MRT-SEQ = NTI-NUMERO * 1000 + NTI-ITEM.
           MOVE NTI-REG     TO MRT-DADOS.
           PERFORM GRAVA-MORTO THRU GRAVA-MORTO-EXIT.
           DELETE ARQNTI RECORD INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "EXC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-NTI THRU JORNAL-NTI-EXIT
           END-DELETE.
       ARQUIVA-UM-NTI-EXIT.
           EXIT.

       ARQUIVA-UMA-PARCELA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  ARQUIVA-UMA-PARCELA-EXIT
           END-READ.
           IF  REC-NOTA NOT EQUAL WS-NOTA-ATUAL
               MOVE "SIM" TO WS-REC-EOF
               GO  TO  ARQUIVA-UMA-PARCELA-EXIT.
           MOVE PED-CLI-COD TO MRT-CLI-COD.
           MOVE PED-PEDIDO  TO MRT-PEDIDO.
           MOVE 5           TO MRT-TIPO.
           COMPUTE MRT-SEQ = REC-NOTA * 100 + REC-PARCELA.
           MOVE REC-REG     TO MRT-DADOS.
           PERFORM GRAVA-MORTO THRU GRAVA-MORTO-EXIT.
           DELETE ARQREC RECORD INVALID KEY
               CONTINUE
           NOT INVALID KEY
               MOVE "EXC" TO SR-JRN-OPERACAO
               PERFORM JORNAL-REC THRU JORNAL-REC-EXIT
           END-DELETE.
       ARQUIVA-UMA-PARCELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    HISTORICO: O DO PEDIDO QUE FOI PARA O MORTO DO ANO VAI *
      *    JUNTO; O RESTO E REGRAVADO NO ARQHIS VIA ARQHIST       *
      *----------------------------------------------------------*
       SEPARA-HISTORICO.
           MOVE "NAO" TO WS-HIS-EOF.
           MOVE ZEROS TO WS-HIS-LINHA.
           MOVE "ARQHIST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO            TO WS-CAMINHO-HIT.
           OPEN OUTPUT ARQHIST.
           MOVE "ARQHIS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIS
                                            HIS-ARQ-WK.
           OPEN INPUT ARQHIS.
           IF  WK01-RETCOD NOT EQUAL "00"
               CLOSE ARQHIST
               GO  TO  SEPARA-HISTORICO-EXIT.
           PERFORM SEPARA-HIS-REG THRU SEPARA-HIS-REG-EXIT
                   UNTIL WS-HIS-EOF EQUAL "SIM".
           CLOSE ARQHIS.
           CLOSE ARQHIST.
       SEPARA-HISTORICO-EXIT.
           EXIT.

       SEPARA-HIS-REG.
           READ ARQHIS
               AT END
                   MOVE "SIM" TO WS-HIS-EOF
                   GO  TO  SEPARA-HIS-REG-EXIT
           END-READ.
           ADD 1 TO WS-HIS-LINHA.
           MOVE HIS-CLI-COD TO PED-CLI-COD.
           MOVE HIS-PEDIDO  TO PED-PEDIDO.
           READ ARQPED INVALID KEY
               GO  TO  SEPARA-HIS-MORTO
           END-READ.
           GO  TO  SEPARA-HIS-MANTEM.
       SEPARA-HIS-MORTO.
           MOVE HIS-CLI-COD TO MRT-CLI-COD.
           MOVE HIS-PEDIDO  TO MRT-PEDIDO.
           MOVE 1           TO MRT-TIPO.
           MOVE ZEROS       TO MRT-SEQ.
           READ ARQMRT INVALID KEY
               GO  TO  SEPARA-HIS-MANTEM
           END-READ.
           MOVE HIS-CLI-COD  TO MRT-CLI-COD.
           MOVE HIS-PEDIDO   TO MRT-PEDIDO.
           MOVE 6            TO MRT-TIPO.
           MOVE WS-HIS-LINHA TO MRT-SEQ.
           MOVE HIS-REG      TO MRT-DADOS.
           PERFORM GRAVA-MORTO THRU GRAVA-MORTO-EXIT.
           MOVE "EXC" TO SR-JRN-OPERACAO.
           PERFORM JORNAL-HIS THRU JORNAL-HIS-EXIT.
           GO  TO  SEPARA-HIS-REG-EXIT.
       SEPARA-HIS-MANTEM.
           MOVE HIS-REG TO HIT-REG.
           WRITE HIT-REG.
       SEPARA-HIS-REG-EXIT.
           EXIT.

      *    SO MEXE NO ARQHIS QUANDO O ARQHIST ESTA COMPLETO
       REGRAVA-HISTORICO.
           MOVE "NAO" TO WS-HIS-EOF.
           MOVE "ARQHIST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO            TO WS-CAMINHO-HIT.
           OPEN INPUT ARQHIST.
           IF  WK01-RETCOD NOT EQUAL "00"
               GO  TO  REGRAVA-HISTORICO-EXIT.
           MOVE "ARQHIS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIS
                                            HIS-ARQ-WK.
           OPEN OUTPUT ARQHIS.
           PERFORM REGRAVA-HIS-REG THRU REGRAVA-HIS-REG-EXIT
                   UNTIL WS-HIS-EOF EQUAL "SIM".
           CLOSE ARQHIS.
           CLOSE ARQHIST.
       REGRAVA-HISTORICO-EXIT.
           EXIT.

       REGRAVA-HIS-REG.
           READ ARQHIST
               AT END
                   MOVE "SIM" TO WS-HIS-EOF
                   GO  TO  REGRAVA-HIS-REG-EXIT
           END-READ.
           MOVE HIT-REG TO HIS-REG.
           WRITE HIS-REG.
       REGRAVA-HIS-REG-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    CONTAGEM DOS ARQUIVOS VIVOS (QUANTIDADE E VALOR)       *
      *----------------------------------------------------------*
       CONTA-VIVOS.
           INITIALIZE WS-VIVOS-DEPOIS.
           MOVE "NAO" TO WS-PED-EOF.
           MOVE ZEROS TO PED-CLI-COD PED-PEDIDO.
           START ARQPED KEY IS NOT LESS THAN PED-CHAVE INVALID KEY
               MOVE "SIM" TO WS-PED-EOF.
           PERFORM CONTA-PEDIDO THRU CONTA-PEDIDO-EXIT
                   UNTIL WS-PED-EOF EQUAL "SIM".
           MOVE "NAO" TO WS-ITE-EOF.
           MOVE ZEROS TO ITE-CLI-COD ITE-PEDIDO ITE-ITEM.
           START ARQITE KEY IS NOT LESS THAN ITE-CHAVE INVALID KEY
               MOVE "SIM" TO WS-ITE-EOF.
           PERFORM CONTA-ITEM THRU CONTA-ITEM-EXIT
                   UNTIL WS-ITE-EOF EQUAL "SIM".
           MOVE "NAO" TO WS-NOT-EOF.
           MOVE ZEROS TO NOT-NUMERO.
           START ARQNOT KEY IS NOT LESS THAN NOT-NUMERO INVALID KEY
               MOVE "SIM" TO WS-NOT-EOF.
           PERFORM CONTA-NOTA THRU CONTA-NOTA-EXIT
                   UNTIL WS-NOT-EOF EQUAL "SIM".
           MOVE "NAO" TO WS-NTI-EOF.
           MOVE ZEROS TO NTI-NUMERO NTI-ITEM.
           START ARQNTI KEY IS NOT LESS THAN NTI-CHAVE INVALID KEY
               MOVE "SIM" TO WS-NTI-EOF.
           PERFORM CONTA-NTI THRU CONTA-NTI-EXIT
                   UNTIL WS-NTI-EOF EQUAL "SIM".
           MOVE "NAO" TO WS-REC-EOF.
           MOVE ZEROS TO REC-NOTA REC-PARCELA.
           START ARQREC KEY IS NOT LESS THAN REC-CHAVE INVALID KEY
               MOVE "SIM" TO WS-REC-EOF.
           PERFORM CONTA-PARCELA THRU CONTA-PARCELA-EXIT
                   UNTIL WS-REC-EOF EQUAL "SIM".
           MOVE "NAO" TO WS-HIS-EOF.
           MOVE "ARQHIS.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-HIS
                                            HIS-ARQ-WK.
           OPEN INPUT ARQHIS.
           IF  WK01-RETCOD NOT EQUAL "00"
               GO  TO  CONTA-VIVOS-EXIT.
           PERFORM CONTA-HISTORICO THRU CONTA-HISTORICO-EXIT
                   UNTIL WS-HIS-EOF EQUAL "SIM".
           CLOSE ARQHIS.
       CONTA-VIVOS-EXIT.
           EXIT.

       CONTA-PEDIDO.
           READ ARQPED NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PED-EOF
                   GO  TO  CONTA-PEDIDO-EXIT
           END-READ.
           ADD 1            TO WS-VD-QTD(1).
           ADD PED-VL-TOTAL TO WS-VD-VALOR(1).
           IF  WS-MONTA-ANOS EQUAL "SIM"
               AND PED-SIT-FINAL
               AND PED-DATA LESS THAN WS-DT-CORTE
               COMPUTE WS-ANO-PED = PED-DATA / 10000
               PERFORM GUARDA-ANO THRU GUARDA-ANO-EXIT.
       CONTA-PEDIDO-EXIT.
           EXIT.

      *    ANOS DE PEDIDO A ARQUIVAR, EM ORDEM CRESCENTE
       GUARDA-ANO.
           MOVE ZEROS TO WS-IND.
       GUARDA-ANO-PROCURA.
           ADD 1 TO WS-IND.
           IF  WS-IND GREATER THAN WS-QTD-ANOS
               GO  TO  GUARDA-ANO-INCLUI.
           IF  WS-ANOS(WS-IND) EQUAL WS-ANO-PED
               GO  TO  GUARDA-ANO-EXIT.
           IF  WS-ANOS(WS-IND) LESS THAN WS-ANO-PED
               GO  TO  GUARDA-ANO-PROCURA.
       GUARDA-ANO-INCLUI.
           IF  WS-QTD-ANOS NOT LESS THAN 30
               MOVE "SIM" TO WS-ANOS-ESTOUROU
               GO  TO  GUARDA-ANO-EXIT.
           ADD 1 TO WS-QTD-ANOS.
           MOVE WS-QTD-ANOS TO WS-IND-ANO.
       GUARDA-ANO-DESLOCA.
           IF  WS-IND-ANO GREATER THAN WS-IND
               MOVE WS-ANOS(WS-IND-ANO - 1) TO WS-ANOS(WS-IND-ANO)
               SUBTRACT 1 FROM WS-IND-ANO
               GO  TO  GUARDA-ANO-DESLOCA.
           MOVE WS-ANO-PED TO WS-ANOS(WS-IND).
       GUARDA-ANO-EXIT.
           EXIT.

       CONTA-ITEM.
           READ ARQITE NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-ITE-EOF
                   GO  TO  CONTA-ITEM-EXIT
           END-READ.
           ADD 1            TO WS-VD-QTD(2).
           ADD ITE-VL-TOTAL TO WS-VD-VALOR(2).
       CONTA-ITEM-EXIT.
           EXIT.

       CONTA-NOTA.
           READ ARQNOT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NOT-EOF
                   GO  TO  CONTA-NOTA-EXIT
           END-READ.
           ADD 1            TO WS-VD-QTD(3).
           ADD NOT-VL-NOTA  TO WS-VD-VALOR(3).
       CONTA-NOTA-EXIT.
           EXIT.

       CONTA-NTI.
           READ ARQNTI NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-NTI-EOF
                   GO  TO  CONTA-NTI-EXIT
           END-READ.
           ADD 1            TO WS-VD-QTD(4).
           ADD NTI-VL-TOTAL TO WS-VD-VALOR(4).
       CONTA-NTI-EXIT.
           EXIT.

       CONTA-PARCELA.
           READ ARQREC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-REC-EOF
                   GO  TO  CONTA-PARCELA-EXIT
           END-READ.
           ADD 1              TO WS-VD-QTD(5).
           ADD REC-VL-PARCELA TO WS-VD-VALOR(5).
       CONTA-PARCELA-EXIT.
           EXIT.

       CONTA-HISTORICO.
           READ ARQHIS
               AT END
                   MOVE "SIM" TO WS-HIS-EOF
                   GO  TO  CONTA-HISTORICO-EXIT
           END-READ.
           ADD 1 TO WS-VD-QTD(6).
       CONTA-HISTORICO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RECONTAGEM DE UM ARQUIVO MORTO E GRAVACAO NO ARQARC    *
      *----------------------------------------------------------*
       RECONTA-ANO.
           ADD 1 TO WS-IND-ANO.
           MOVE WS-ANOS(WS-IND-ANO) TO WS-ANO-ATUAL.
           PERFORM CONTA-MORTO THRU CONTA-MORTO-EXIT.
           MOVE ZEROS TO WS-IND.
           PERFORM SOMA-MORTO-DEPOIS THRU SOMA-MORTO-DEPOIS-EXIT
                   UNTIL WS-IND NOT LESS THAN 6.
           MOVE WS-ANO-ATUAL TO ARC-ANO.
           MOVE "NAO" TO ERRO-LEITURA.
           READ ARQARC INVALID KEY
               MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           MOVE WS-ANO-ATUAL  TO ARC-ANO.
           MOVE WS-DT-CORTE   TO ARC-DT-CORTE.
           MOVE WK-DATA-SYS   TO ARC-DT-EXECUCAO.
           MOVE WS-USU-INICIO TO ARC-USUARIO.
           MOVE ZEROS TO WS-IND.
           PERFORM MOVE-TOTAL-ARC THRU MOVE-TOTAL-ARC-EXIT
                   UNTIL WS-IND NOT LESS THAN 6.
           IF  ERRO-LEITURA EQUAL "SIM"
               WRITE ARC-REG INVALID KEY
                   MOVE " CTRL.MORT"   TO WK-MSG-RT2
                   PERFORM 9100-RETCOD
               END-WRITE
           ELSE
               REWRITE ARC-REG INVALID KEY
                   MOVE " CTRL.MORT"   TO WK-MSG-RT2
                   PERFORM 9100-RETCOD
               END-REWRITE
           END-IF.
       RECONTA-ANO-EXIT.
           EXIT.

       SOMA-MORTO-DEPOIS.
           ADD 1 TO WS-IND.
           ADD WS-AN-QTD(WS-IND)   TO WS-MD-QTD(WS-IND).
           ADD WS-AN-VALOR(WS-IND) TO WS-MD-VALOR(WS-IND).
       SOMA-MORTO-DEPOIS-EXIT.
           EXIT.

       MOVE-TOTAL-ARC.
           ADD 1 TO WS-IND.
           MOVE WS-AN-QTD(WS-IND)   TO ARC-QTD(WS-IND).
           MOVE WS-AN-VALOR(WS-IND) TO ARC-VALOR(WS-IND).
       MOVE-TOTAL-ARC-EXIT.
           EXIT.

       CONTA-MORTO.
           INITIALIZE WS-TOTAIS-ANO.
           MOVE SPACES TO SR-PAR-ARQUIVO.
           STRING "MORTO" WS-ANO-ATUAL ".DAT"
                  DELIMITED BY SIZE INTO SR-PAR-ARQUIVO.
           PERFORM 9050-CAMINHO.
           MOVE SR-PAR-CAMINHO TO WS-CAMINHO-MRT.
           MOVE WS-CAMINHO-MRT TO MRT-ARQ-WK.
           OPEN INPUT ARQMRT.
           IF  WK01-RETCOD NOT EQUAL "00"
               GO  TO  CONTA-MORTO-EXIT.
           MOVE "NAO" TO WS-MRT-EOF.
           MOVE ZEROS TO MRT-CLI-COD MRT-PEDIDO MRT-TIPO MRT-SEQ.
           START ARQMRT KEY IS NOT LESS THAN MRT-CHAVE INVALID KEY
               MOVE "SIM" TO WS-MRT-EOF.
           PERFORM CONTA-MORTO-REG THRU CONTA-MORTO-REG-EXIT
                   UNTIL WS-MRT-EOF EQUAL "SIM".
           CLOSE ARQMRT.
       CONTA-MORTO-EXIT.
           EXIT.

       CONTA-MORTO-REG.
           READ ARQMRT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-MRT-EOF
                   GO  TO  CONTA-MORTO-REG-EXIT
           END-READ.
           IF  MRT-TIPO LESS THAN 1 OR GREATER THAN 6
               GO  TO  CONTA-MORTO-REG-EXIT.
           ADD 1 TO WS-AN-QTD(MRT-TIPO).
           EVALUATE TRUE
           WHEN MRT-TIPO-PED
                MOVE MRT-DADOS TO PED-REG
                ADD PED-VL-TOTAL   TO WS-AN-VALOR(1)
           WHEN MRT-TIPO-ITE
                MOVE MRT-DADOS TO ITE-REG
                ADD ITE-VL-TOTAL   TO WS-AN-VALOR(2)
           WHEN MRT-TIPO-NOT
                MOVE MRT-DADOS TO NOT-REG
                ADD NOT-VL-NOTA    TO WS-AN-VALOR(3)
           WHEN MRT-TIPO-NTI
                MOVE MRT-DADOS TO NTI-REG
                ADD NTI-VL-TOTAL   TO WS-AN-VALOR(4)
           WHEN MRT-TIPO-REC
                MOVE MRT-DADOS TO REC-REG
                ADD REC-VL-PARCELA TO WS-AN-VALOR(5)
           END-EVALUATE.
       CONTA-MORTO-REG-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATORIO DE CONTROLE DO ARQUIVAMENTO                  *
      *    VIVO ANTES - VIVO DEPOIS = MORTO DEPOIS - MORTO ANTES  *
      *----------------------------------------------------------*
       RELATORIO-CONTROLE.
           MOVE "NAO" TO WS-DIVERGENTE.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELARM"   TO SR-REL-BASE.
           MOVE "HBARM001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "ARQUIVAMENTO DE PEDIDOS ENCERRADOS ANTES DE "
                  WS-DT-CORTE " - INICIADO EM " WS-DT-INICIO
                  " POR " WS-USU-INICIO
                  " - CONCLUIDO EM " WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "QUANTIDADES  VIVO ANTES VIVO DEPOIS     SAIRAM"
                  " MORTO ANTES MORTO DEPOIS   ENTRARAM SITUACAO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IND.
           PERFORM CONTROLE-QTD THRU CONTROLE-QTD-EXIT
                   UNTIL WS-IND NOT LESS THAN 6.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "VALORES               VIVO ANTES"
                  "          VIVO DEPOIS"
                  "                SAIRAM"
                  "              ENTRARAM SITUACAO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IND.
           PERFORM CONTROLE-VALOR THRU CONTROLE-VALOR-EXIT
                   UNTIL WS-IND NOT LESS THAN 5.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "ARQUIVOS MORTOS DESTA EXECUCAO (RECONTADOS)"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IND-ANO.
           PERFORM LISTA-ANO-CONTROLE THRU LISTA-ANO-CONTROLE-EXIT
                   UNTIL WS-IND-ANO NOT LESS THAN WS-QTD-ANOS.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-RETIDOS TO WS-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "PEDIDOS RETIDOS POR PARCELA EM ABERTO: " WS-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           IF  WS-ANOS-ESTOUROU EQUAL "SIM"
               MOVE SPACES TO REL-LINHA
               STRING "MAIS DE 30 ANOS A ARQUIVAR: OS MAIS NOVOS "
                      "FICAM PARA A PROXIMA EXECUCAO"
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
           CLOSE ARQREL.
       RELATORIO-CONTROLE-EXIT.
           EXIT.

       CONTROLE-QTD.
           ADD 1 TO WS-IND.
           COMPUTE WS-DIF-VIVO  = WS-VA-QTD(WS-IND)
                                - WS-VD-QTD(WS-IND).
           COMPUTE WS-DIF-MORTO = WS-MD-QTD(WS-IND)
                                - WS-MA-QTD(WS-IND).
           MOVE WS-VA-QTD(WS-IND) TO WS-QTD-ED.
           MOVE WS-VD-QTD(WS-IND) TO WS-QTD2-ED.
           MOVE WS-DIF-VIVO       TO WS-DIF-ED.
           MOVE WS-DIF-MORTO      TO WS-DIF2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-NOME-TIPO(WS-IND) "  " WS-QTD-ED
                  "   " WS-QTD2-ED " " WS-DIF-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE WS-MA-QTD(WS-IND) TO WS-QTD-ED.
           MOVE WS-MD-QTD(WS-IND) TO WS-QTD2-ED.
           STRING "   " WS-QTD-ED "    " WS-QTD2-ED " " WS-DIF2-ED
                  DELIMITED BY SIZE INTO REL-LINHA(46:).
           IF  WS-DIF-VIVO EQUAL WS-DIF-MORTO
               MOVE "CONFERE" TO REL-LINHA(93:)
           ELSE
               MOVE "DIVERGE" TO REL-LINHA(93:)
               MOVE "SIM" TO WS-DIVERGENTE.
           WRITE REL-LINHA.
       CONTROLE-QTD-EXIT.
           EXIT.

       CONTROLE-VALOR.
           ADD 1 TO WS-IND.
           COMPUTE WS-DIFV-VIVO  = WS-VA-VALOR(WS-IND)
                                 - WS-VD-VALOR(WS-IND).
           COMPUTE WS-DIFV-MORTO = WS-MD-VALOR(WS-IND)
                                 - WS-MA-VALOR(WS-IND).
           MOVE WS-VA-VALOR(WS-IND) TO WS-VAL-ED.
           MOVE WS-VD-VALOR(WS-IND) TO WS-VAL2-ED.
           MOVE WS-DIFV-VIVO        TO WS-DIFV-ED.
           MOVE WS-DIFV-MORTO       TO WS-DIFV2-ED.
           MOVE SPACES TO REL-LINHA.
           STRING WS-NOME-TIPO(WS-IND) " " WS-VAL-ED
                  " " WS-VAL2-ED " " WS-DIFV-ED " " WS-DIFV2-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           IF  WS-DIFV-VIVO EQUAL WS-DIFV-MORTO
               MOVE "CONFERE" TO REL-LINHA(99:)
           ELSE
               MOVE "DIVERGE" TO REL-LINHA(99:)
               MOVE "SIM" TO WS-DIVERGENTE.
           WRITE REL-LINHA.
       CONTROLE-VALOR-EXIT.
           EXIT.

       LISTA-ANO-CONTROLE.
           ADD 1 TO WS-IND-ANO.
           MOVE WS-ANOS(WS-IND-ANO) TO ARC-ANO.
           READ ARQARC INVALID KEY
               GO  TO  LISTA-ANO-CONTROLE-EXIT
           END-READ.
           PERFORM IMPRIME-ANO-ARC THRU IMPRIME-ANO-ARC-EXIT.
       LISTA-ANO-CONTROLE-EXIT.
           EXIT.

      *    LINHAS DO ANO A PARTIR DO REGISTRO LIDO DO ARQARC
       IMPRIME-ANO-ARC.
           MOVE SPACES TO REL-LINHA.
           STRING "  MORTO" ARC-ANO ".DAT - CORTE " ARC-DT-CORTE
                  " - ULTIMO ARQUIVAMENTO " ARC-DT-EXECUCAO
                  " POR " ARC-USUARIO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-IND.
           PERFORM IMPRIME-TIPO-ARC THRU IMPRIME-TIPO-ARC-EXIT
                   UNTIL WS-IND NOT LESS THAN 6.
       IMPRIME-ANO-ARC-EXIT.
           EXIT.

       IMPRIME-TIPO-ARC.
           ADD 1 TO WS-IND.
           MOVE ARC-QTD(WS-IND)   TO WS-QTD-ED.
           MOVE ARC-VALOR(WS-IND) TO WS-VAL-ED.
           MOVE SPACES TO REL-LINHA.
           IF  WS-IND EQUAL 6
               STRING "     " WS-NOME-TIPO(WS-IND) " " WS-QTD-ED
                      DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING "     " WS-NOME-TIPO(WS-IND) " " WS-QTD-ED
                      " " WS-VAL-ED
                      DELIMITED BY SIZE INTO REL-LINHA
           END-IF.
           WRITE REL-LINHA.
       IMPRIME-TIPO-ARC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    TOTAIS DO ARQUIVO MORTO: RECONTA E CONFERE COM ARQARC  *
      *----------------------------------------------------------*
       ROT-TOTAIS.
           MOVE "NAO" TO WS-DIVERGENTE.
           DISPLAY "Aguarde, recontando os arquivos mortos..." AT 2103.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELMRT"   TO SR-REL-BASE.
           MOVE "HBARM001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "TOTAIS DO ARQUIVO MORTO POR ANO - CONFERENCIA EM "
                  WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-ARC-EOF.
           MOVE ZEROS TO ARC-ANO.
           START ARQARC KEY IS NOT LESS THAN ARC-ANO INVALID KEY
               MOVE "SIM" TO WS-ARC-EOF.
           PERFORM CONFERE-ANO THRU CONFERE-ANO-EXIT
                   UNTIL WS-ARC-EOF EQUAL "SIM".
           CLOSE ARQREL.
           MOVE "HBARM001"              TO WS-LOG-PROGRAMA.
           MOVE "CONFERIU ARQ.MORTO"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           DISPLAY "                                          "
                   AT 2103.
           IF  WS-DIVERGENTE EQUAL "SIM"
               MOVE "Arquivo morto nao confere com o        "
                                   TO WK-MSG-ADV1
               MOVE "controle, veja o relatorio...          "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-TOTAIS-EXIT.
           EXIT.

       CONFERE-ANO.
           READ ARQARC NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-ARC-EOF
                   GO  TO  CONFERE-ANO-EXIT
           END-READ.
           PERFORM IMPRIME-ANO-ARC THRU IMPRIME-ANO-ARC-EXIT.
           MOVE ARC-ANO TO WS-ANO-ATUAL.
           PERFORM CONTA-MORTO THRU CONTA-MORTO-EXIT.
           MOVE "CONFERE" TO SAIDA-WS.
           MOVE ZEROS TO WS-IND.
           PERFORM CONFERE-TIPO THRU CONFERE-TIPO-EXIT
                   UNTIL WS-IND NOT LESS THAN 6.
           MOVE SPACES TO REL-LINHA.
           IF  SAIDA-WS EQUAL "CONFERE"
               STRING "     RECONTAGEM CONFERE COM O CONTROLE"
                      DELIMITED BY SIZE INTO REL-LINHA
           ELSE
               STRING "     RECONTAGEM NAO CONFERE COM O CONTROLE"
                      DELIMITED BY SIZE INTO REL-LINHA
               MOVE "SIM" TO WS-DIVERGENTE
           END-IF.
           WRITE REL-LINHA.
       CONFERE-ANO-EXIT.
           EXIT.

       CONFERE-TIPO.
           ADD 1 TO WS-IND.
           IF  WS-AN-QTD(WS-IND)   NOT EQUAL ARC-QTD(WS-IND)
               OR WS-AN-VALOR(WS-IND) NOT EQUAL ARC-VALOR(WS-IND)
               MOVE "DIV" TO SAIDA-WS
               MOVE WS-AN-QTD(WS-IND)   TO WS-QTD-ED
               MOVE WS-AN-VALOR(WS-IND) TO WS-VAL-ED
               MOVE SPACES TO REL-LINHA
               STRING "     " WS-NOME-TIPO(WS-IND)
                      " RECONTADO " WS-QTD-ED " " WS-VAL-ED
                      DELIMITED BY SIZE INTO REL-LINHA
               WRITE REL-LINHA.
       CONFERE-TIPO-EXIT.
           EXIT.

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           MOVE "N" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
       CONFIRMA-EXIT.
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
           MOVE "HBARM001 " TO LK-PGM(2).
           MOVE "HBARM001 " TO WK-COD-PGM.
           MOVE " ARQUIVO MORTO DE PEDIDOS" TO WK-DESC-PGM.
           ACCEPT WK-DATA  FROM DATE.
           ACCEPT WK-HORA  FROM TIME.
           MOVE WK-DIA            TO WK-DIA-SALVO.
           MOVE WK-ANO            TO WK-DIA.
           MOVE WK-DIA-SALVO      TO WK-ANO.
           PERFORM 9000-ANO2000.
           MOVE WK-DATA-MIL       TO WK-DATA-SYS.
           MOVE WK-ANO-INV        TO WS-ANO-CORRENTE.
           MOVE WK-DIA-INV        TO WK-DIA-EXT.
           MOVE WK-ANO-INV        TO WK-ANO-EXT.
           MOVE WK-MES-R (WK-MES-INV) TO WK-MES-EXT.
           MOVE LK-EMP-NOME       TO WK-EMP-NOME.
           DISPLAY G-TPLANO2.

           MOVE "ARQPED.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-PED PED-ARQ-WK.
           OPEN I-O ARQPED.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQPED
              CLOSE ARQPED
              OPEN I-O ARQPED
           END-IF
           MOVE " PEDIDOS  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQITE.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ITE ITE-ARQ-WK.
           OPEN I-O ARQITE.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQITE
              CLOSE ARQITE
              OPEN I-O ARQITE
           END-IF
           MOVE " ITENS PED"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNOT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NOT NOT-ARQ-WK.
           OPEN I-O ARQNOT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQNOT
              CLOSE ARQNOT
              OPEN I-O ARQNOT
           END-IF
           MOVE " NOTAS    "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQNTI.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-NTI NTI-ARQ-WK.
           OPEN I-O ARQNTI.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQNTI
              CLOSE ARQNTI
              OPEN I-O ARQNTI
           END-IF
           MOVE " ITENS NF "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQREC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-REC REC-ARQ-WK.
           OPEN I-O ARQREC.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQREC
              CLOSE ARQREC
              OPEN I-O ARQREC
           END-IF
           MOVE " RECEBER  "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "ARQARC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-ARC ARC-ARQ-WK.
           OPEN I-O ARQARC.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQARC
              CLOSE ARQARC
              OPEN I-O ARQARC
           END-IF
           MOVE " CTRL.MORT"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBARM001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBARM001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQPED.
           CLOSE ARQITE.
           CLOSE ARQNOT.
           CLOSE ARQNTI.
           CLOSE ARQREC.
           CLOSE ARQARC.
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

       JORNAL-PED.
           MOVE "ARQPED"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-PED            TO SR-JRN-CAMINHO.
           MOVE PED-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-PED-EXIT.
           EXIT.

       JORNAL-ITE.
           MOVE "ARQITE"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-ITE            TO SR-JRN-CAMINHO.
           MOVE ITE-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-ITE-EXIT.
           EXIT.

       JORNAL-NOT.
           MOVE "ARQNOT"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-NOT            TO SR-JRN-CAMINHO.
           MOVE NOT-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-NOT-EXIT.
           EXIT.

       JORNAL-NTI.
           MOVE "ARQNTI"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-NTI            TO SR-JRN-CAMINHO.
           MOVE NTI-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-NTI-EXIT.
           EXIT.

       JORNAL-REC.
           MOVE "ARQREC"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-REC            TO SR-JRN-CAMINHO.
           MOVE REC-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-REC-EXIT.
           EXIT.

       JORNAL-HIS.
           MOVE "ARQHIS"                  TO SR-JRN-ARQUIVO.
           MOVE WS-CAMINHO-HIS            TO SR-JRN-CAMINHO.
           MOVE HIS-REG                   TO SR-JRN-REGISTRO.
           PERFORM 9800-GRAVA-JORNAL.
       JORNAL-HIS-EXIT.
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

      *    JOURNAL DO MOVIMENTO (HBJRN002): BASE DA REAPLICACAO
      *    APOS A RESTAURACAO DE UM BACKUP (HBJRN001)
       9800-GRAVA-JORNAL SECTION.
       9800-000.
           MOVE "GRV"                    TO SR-JRN-FUNCAO.
           MOVE LK-EMP-COD               TO SR-JRN-EMP-COD.
           MOVE LK-USUARIO               TO SR-JRN-USUARIO.
           MOVE "HBARM001"               TO SR-JRN-PROGRAMA.
           CALL "HBJRN002" USING SR-PARAM-HBJRN002.
           IF  SR88-JRN-ERRO-ARQUIVO
               MOVE "HBARM001"           TO WS-LOG-PROGRAMA
               MOVE "ERRO NO JOURNAL"    TO WS-LOG-ACAO
               PERFORM 9700-GRAVA-LOG.
       9800-EXIT.
           EXIT.

           COPY "C:\Hbsis\ftt\MANO2000.MP".
           COPY "C:\Hbsis\ftt\MRETCOD.MP".
           COPY "C:\Hbsis\ftt\MADVERT.MP".
           COPY "C:\Hbsis\ftt\MCURSOR.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

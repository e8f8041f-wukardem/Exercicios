       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBFOR001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE MANUTENCAO DO CADASTRO DE FORNECEDORES
      * - INCLUI/ALTERA/INATIVA (FOR-SITUACAO); CNPJ OBRIGATORIO,
      *   VALIDADO PELA VLCGCCPF E UNICO NO CADASTRO
      * - O PRAZO DE ENTREGA SUGERE A DATA PREVISTA DO PEDIDO
      *   DE COMPRA (HBCMP001)
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
           COPY "C:\Hbsis\ftt\FFOR0001.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FFOR0001.FD".
           COPY "C:\HBSIS\FTT\FLOG0001.FD".
      *
       WORKING-STORAGE SECTION.
       01  TECLA                      PIC XX      VALUE SPACES.
       01  MSG                        PIC X(040)  VALUE SPACES.
       77  AUXILIAR                   PIC X       VALUE SPACES.
       77  SAIDA-WS                   PIC XXX     VALUE SPACES.
       77  ERRO-LEITURA               PIC XXX     VALUE SPACES.
       77  WS-MOMENTO                 PIC X       VALUE SPACES.
       77  WS-VERSAO                  PIC X(010)  VALUE "15/10/2026".
       77  WS-CAMINHO                 PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-FOR             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-FOR-COD-WK              PIC 9(007)  VALUE ZEROS.
       77  WS-FOR-NOME-WK             PIC X(060)  VALUE SPACES.
       77  WS-FOR-PRAZO-WK            PIC ZZ9.
       77  WS-CNPJ-DUPLICADO          PIC XXX     VALUE "NAO".
       77  WS-CNPJ-EOF                PIC XXX     VALUE "NAO".
       01  WS-FOR-SALVO               PIC X(170)  VALUE SPACES.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\Hbsis\ftt\VLCGCCPF.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TFOR0001.SS".
       COPY "C:\Hbsis\ftt\TOPCFOR.SS".
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
           DISPLAY G-TOPCFOR.
           PERFORM 9600-LOOP-CURSOR.
           PERFORM VERIFICA-PERMISSAO THRU VERIFICA-PERMISSAO-EXIT.
           IF  WS-PERMITIDO EQUAL "NAO"
               GO  TO  VERIF-OPCAO-EXIT.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-INCLUSAO  THRU ROT-INCLUSAO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-ALTERACAO THRU ROT-ALTERACAO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 3
                PERFORM ROT-INATIVA   THRU ROT-INATIVA-EXIT
                              UNTIL SAIDA-WS = "SIM"
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

      *    PERMISSAO DA FUNCAO ESCOLHIDA (ARQPER, HBPER001)
       VERIFICA-PERMISSAO.
           MOVE "SIM"    TO WS-PERMITIDO.
           MOVE SPACES   TO SR-PER-OPERACAO.
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                MOVE "INC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "ALT" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "EXC" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBFOR001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBFOR001"              TO WS-LOG-PROGRAMA.
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

       ROT-INCLUSAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM VERIFICA-EXISTE THRU VERIFICA-EXISTE-EXIT
              IF ERRO-LEITURA = "SIM" THEN
                 PERFORM LIMPAR-CAMPOS THRU LIMPAR-CAMPOS-EXIT
                 PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM GRAVAR-FOR-REG THRU
                            GRAVAR-FOR-REG-EXIT
                 END-IF
              ELSE
                 MOVE "Fornecedor ja cadastrado...            "
                                     TO WK-MSG-ADV1
                 MOVE "Use a opcao de alteracao...            "
                                     TO WK-MSG-ADV2
                 PERFORM 9300-ADVERTENCIA
              END-IF
           END-IF.
       ROT-INCLUSAO-EXIT.
           EXIT.

       ROT-ALTERACAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM LER-ARQFOR THRU LER-ARQFOR-EXIT
              IF ERRO-LEITURA = "NAO" THEN
                 PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                 PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM REGRAVAR-FOR-REG THRU
                            REGRAVAR-FOR-REG-EXIT
                 END-IF
              END-IF
           END-IF.
       ROT-ALTERACAO-EXIT.
           EXIT.

       ROT-INATIVA.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "SIM"
               GO  TO  ROT-INATIVA-EXIT.
           PERFORM LER-ARQFOR THRU LER-ARQFOR-EXIT.
           IF ERRO-LEITURA = "SIM"
               GO  TO  ROT-INATIVA-EXIT.
           PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT.
           IF  FOR-INATIVO
               MOVE "Fornecedor ja esta inativo...          "
                                   TO WK-MSG-ADV1
               MOVE "Nada a fazer...                        "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ROT-INATIVA-EXIT.
           PERFORM CONFIRMA THRU CONFIRMA-EXIT.
           IF  WK-CONFIRMA NOT EQUAL "S"
               GO  TO  ROT-INATIVA-EXIT.
           MOVE "I" TO FOR-SITUACAO.
           REWRITE FOR-REG INVALID KEY
               PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBFOR001"              TO WS-LOG-PROGRAMA.
           MOVE "INATIVOU FORNECEDOR"   TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ROT-INATIVA-EXIT.
           EXIT.

       MONTAR-TELA.
           DISPLAY G-TFOR0001.
       MONTAR-TELA-EXIT.
           EXIT.

       ENTRAR-CONTROLE.
           MOVE ZEROS TO WS-FOR-COD-WK.
           ACCEPT  WS-FOR-COD-WK AT 0925 WITH UPDATE AUTO-SKIP
           DISPLAY WS-FOR-COD-WK AT 0925
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' OR WS-FOR-COD-WK = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           MOVE WS-FOR-COD-WK TO FOR-COD.
       ENTRAR-CONTROLE-EXIT.
           EXIT.

       VERIFICA-EXISTE.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQFOR INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           MOVE WS-FOR-COD-WK TO FOR-COD.
       VERIFICA-EXISTE-EXIT.
           EXIT.

       LER-ARQFOR.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQFOR WITH LOCK INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           IF ERRO-LEITURA = "SIM"
              MOVE "Fornecedor nao encontrado..." TO MSG
              PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       LER-ARQFOR-EXIT.
           EXIT.

       LIMPAR-CAMPOS.
           MOVE SPACES     TO FOR-NOME FOR-CIDADE FOR-UF FOR-FONE
                              FOR-CONTATO.
           MOVE ZEROS      TO FOR-CNPJ FOR-PRAZO-ENTREGA.
           MOVE "A"        TO FOR-SITUACAO.
       LIMPAR-CAMPOS-EXIT.
           EXIT.

       ENTRAR-DADOS.
           MOVE FOR-CNPJ TO WS-CGC WA-CGC-NUM.
       ENTRAR-CNPJ.
           MOVE WA-CGC-NUM             TO WA-CGC-EDITADO.
           ACCEPT WA-CGC-EDITADO AT 1025 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           MOVE WA-CGC-EDITADO         TO WA-CGC-NUM.
           MOVE WA-CGC-NUM             TO FOR-CNPJ WA-CGC-CPF-AUX.
           PERFORM 9900-CGC.
           DISPLAY WA-CGC-EDIT AT 1025.
           IF  FOR-CNPJ EQUAL ZEROS
               MOVE "CNPJ deve ser informado...             "
                                   TO WK-MSG-ADV1
               MOVE "Informe o CNPJ do fornecedor...        "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-CNPJ.
           MOVE WA-CGC-CPF-AUX TO SR-NUM-CGC
           MOVE "CGC"          TO SR-DES-FUNCAO
           CALL "VLCGCCPF" USING SR-PARAM-VLCGCCPF
           IF  NOT SR88-CGC-VALIDO
               MOVE "Digito do CGC nao confere" TO WK-MSG-ADV1
               MOVE "Verif. CGC ou digito correto..." TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-CNPJ.
           PERFORM VERIFICA-CNPJ-DUP THRU VERIFICA-CNPJ-DUP-EXIT.
           IF  WS-CNPJ-DUPLICADO EQUAL "SIM"
               MOVE "CNPJ ja cadastrado p/ outro fornecedor."
                                       TO WK-MSG-ADV1
               MOVE "Informe outro CNPJ...                  "
                                       TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-CNPJ.
       ENTRAR-NOME.
           MOVE FOR-NOME TO WS-FOR-NOME-WK.
           ACCEPT WS-FOR-NOME-WK(1:40) AT 1125 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-FOR-NOME-WK EQUAL SPACES
               MOVE "Razao social deve ser informada...     "
                                   TO WK-MSG-ADV1
               MOVE "Informe o nome do fornecedor...        "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-NOME.
           MOVE WS-FOR-NOME-WK TO FOR-NOME.
           ACCEPT FOR-CIDADE AT 1225 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           ACCEPT FOR-UF AT 1252 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           ACCEPT FOR-FONE AT 1325 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           ACCEPT FOR-CONTATO AT 1425 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE FOR-PRAZO-ENTREGA TO WS-FOR-PRAZO-WK.
           ACCEPT WS-FOR-PRAZO-WK AT 1525 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-FOR-PRAZO-WK TO FOR-PRAZO-ENTREGA.
           DISPLAY FOR-SITUACAO AT 1625 WITH REVERSE-VIDEO.
       ENTRAR-DADOS-EXIT.
           EXIT.

       VERIFICA-CNPJ-DUP.
           MOVE "NAO" TO WS-CNPJ-DUPLICADO WS-CNPJ-EOF.
           MOVE FOR-REG TO WS-FOR-SALVO.
           START ARQFOR KEY IS EQUAL FOR-CNPJ INVALID KEY
               MOVE "SIM" TO WS-CNPJ-EOF.
           PERFORM VERIFICA-CNPJ-LE THRU VERIFICA-CNPJ-LE-EXIT
                   UNTIL WS-CNPJ-EOF EQUAL "SIM".
           MOVE WS-FOR-SALVO TO FOR-REG.
       VERIFICA-CNPJ-DUP-EXIT.
           EXIT.

       VERIFICA-CNPJ-LE.
           READ ARQFOR NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-CNPJ-EOF
                   GO  TO  VERIFICA-CNPJ-LE-EXIT
           END-READ.
           IF  FOR-CNPJ NOT EQUAL WA-CGC-NUM
               MOVE "SIM" TO WS-CNPJ-EOF
               GO  TO  VERIFICA-CNPJ-LE-EXIT.
           IF  FOR-COD NOT EQUAL WS-FOR-COD-WK
               MOVE "SIM" TO WS-CNPJ-DUPLICADO WS-CNPJ-EOF.
       VERIFICA-CNPJ-LE-EXIT.
           EXIT.

       MOSTRAR-DADOS.
           MOVE FOR-CNPJ TO WA-CGC-NUM.
           PERFORM 9900-CGC.
           DISPLAY WA-CGC-EDIT AT 1025 WITH REVERSE-VIDEO.
           MOVE FOR-NOME TO WS-FOR-NOME-WK.
           DISPLAY WS-FOR-NOME-WK(1:40) AT 1125 WITH REVERSE-VIDEO.
           DISPLAY FOR-CIDADE AT 1225 WITH REVERSE-VIDEO.
           DISPLAY FOR-UF AT 1252 WITH REVERSE-VIDEO.
           DISPLAY FOR-FONE AT 1325 WITH REVERSE-VIDEO.
           DISPLAY FOR-CONTATO AT 1425 WITH REVERSE-VIDEO.
           MOVE FOR-PRAZO-ENTREGA TO WS-FOR-PRAZO-WK.
           DISPLAY WS-FOR-PRAZO-WK AT 1525 WITH REVERSE-VIDEO.
           DISPLAY FOR-SITUACAO AT 1625 WITH REVERSE-VIDEO.
       MOSTRAR-DADOS-EXIT.
           EXIT.

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           PERFORM VERIF-MSG-OPCAO THRU VERIF-MSG-OPCAO-EXIT
           MOVE "S" TO WK-CONFIRMA.
           DISPLAY G-TCONF.
           ACCEPT G-TCONF.
           PERFORM RESTAURA-TELA THRU RESTAURA-TELA-EXIT.
       CONFIRMA-EXIT.
           EXIT.

       VERIF-MSG-OPCAO.
           EVALUATE TRUE
           WHEN WK-OPCAO = 1
                MOVE "Confirma inclusao ..." TO WK-MSG-CONF
           WHEN WK-OPCAO = 2
                MOVE "Confirma alteracao ..." TO WK-MSG-CONF
           WHEN WK-OPCAO = 3
                MOVE "Confirma inativacao ..." TO WK-MSG-CONF
           END-EVALUATE.
       VERIF-MSG-OPCAO-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           MOVE "HBFOR001 " TO LK-PGM(2).
           MOVE "HBFOR001 " TO WK-COD-PGM.
           MOVE " CADASTRO DE FORNECEDORES" TO WK-DESC-PGM.
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

           MOVE "ARQFOR.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-FOR FOR-ARQ-WK.
           OPEN I-O ARQFOR.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQFOR
              CLOSE ARQFOR
              OPEN I-O ARQFOR
           END-IF
           MOVE " FORNECED."           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBFOR001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBFOR001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQFOR.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       GRAVAR-FOR-REG.
           WRITE FOR-REG INVALID KEY
                 PERFORM 9100-RETCOD
           END-WRITE.
           MOVE "HBFOR001"              TO WS-LOG-PROGRAMA.
           MOVE "INCLUIU FORNECEDOR"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       GRAVAR-FOR-REG-EXIT.
           EXIT.

       REGRAVAR-FOR-REG.
           REWRITE FOR-REG INVALID KEY
                   PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBFOR001"              TO WS-LOG-PROGRAMA.
           MOVE "ALTEROU FORNECEDOR"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       REGRAVAR-FOR-REG-EXIT.
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
           COPY "C:\Hbsis\ftt\MEDITP.MP".
           COPY "C:\Hbsis\ftt\MCAMINHO.MP".

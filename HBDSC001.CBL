       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBDSC001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE MANUTENCAO DO DESCONTO MAXIMO POR NIVEL DE
      *   ACESSO (USU-LIBERACAO)
      * - O PERCENTUAL LIMITA O DESCONTO DIGITADO NOS ITENS DE
      *   PEDIDOS (HBPED001) E COTACOES (HBCOT001); NIVEL SEM
      *   REGISTRO NAO PODE CONCEDER DESCONTO
      * - RESTRITO AO NIVEL MAXIMO DE LIBERACAO (99)
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
           COPY "C:\Hbsis\ftt\FDSC0001.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FDSC0001.FD".
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
       77  WS-CAMINHO-DSC             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-DSC-LIB-WK              PIC X(002)  VALUE SPACES.
       77  WS-DSC-PCT-WK              PIC Z9,99.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".
       COPY "C:\HBSIS\FTT\HBPER002.WK".
       COPY "C:\HBSIS\FTT\HBPAR002.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TDSC0001.SS".
       COPY "C:\Hbsis\ftt\TOPCDSC.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TBARRA1.SS".
       COPY "C:\Hbsis\ftt\TMSG.SS".
       PROCEDURE DIVISION USING LK-TRANSFERENCIA.
       PROGRAMA.
           IF  LK-LIBERACAO NOT EQUAL "99"
               MOVE "Acesso restrito ao administrador...    "
                                   TO WK-MSG-ADV1
               MOVE "Fale com o administrador do sistema... "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               EXIT PROGRAM.
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
           DISPLAY G-TOPCDSC.
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
                PERFORM ROT-EXCLUSAO  THRU ROT-EXCLUSAO-EXIT
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
           MOVE "HBDSC001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBDSC001"              TO WS-LOG-PROGRAMA.
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
                    PERFORM GRAVAR-DSC-REG THRU
                            GRAVAR-DSC-REG-EXIT
                 END-IF
              ELSE
                 MOVE "Nivel ja cadastrado...                 "
                                     TO WK-MSG-ADV1
                 MOVE "Use a opcao de alteracao...            "
                                     TO WK-MSG-ADV2
                 PERFORM 9300-ADVERTENCIA
              END-IF
           END-IF
           DISPLAY "                           " AT 1313.
       ROT-INCLUSAO-EXIT.
           EXIT.

       ROT-ALTERACAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM LER-ARQDSC THRU LER-ARQDSC-EXIT
              IF ERRO-LEITURA = "NAO" THEN
                 PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                 PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM REGRAVAR-DSC-REG THRU
                            REGRAVAR-DSC-REG-EXIT
                 END-IF
              END-IF
           END-IF
           DISPLAY "                            " AT 1313.
       ROT-ALTERACAO-EXIT.
           EXIT.

       ROT-EXCLUSAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM LER-ARQDSC THRU LER-ARQDSC-EXIT
              IF ERRO-LEITURA = "NAO" THEN
                 PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM EXCLUIR-DSC-REG THRU
                            EXCLUIR-DSC-REG-EXIT
                 END-IF
              END-IF
           END-IF
           DISPLAY "                           " AT 1313.
       ROT-EXCLUSAO-EXIT.
           EXIT.

       MONTAR-TELA.
           DISPLAY G-TDSC0001.
       MONTAR-TELA-EXIT.
           EXIT.

       ENTRAR-CONTROLE.
           MOVE SPACES TO WS-DSC-LIB-WK.
       ENTRAR-NIVEL.
           ACCEPT  WS-DSC-LIB-WK AT 0925 WITH UPDATE AUTO-SKIP
           DISPLAY WS-DSC-LIB-WK AT 0925
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           IF WS-DSC-LIB-WK = SPACES THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           IF  WS-DSC-LIB-WK NOT NUMERIC
               MOVE "Nivel de acesso invalido...            "
                                   TO WK-MSG-ADV1
               MOVE "Informe de 00 (menor) a 99 (maior)...  "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-NIVEL.
           MOVE WS-DSC-LIB-WK TO DSC-LIBERACAO.
       ENTRAR-CONTROLE-EXIT.
           EXIT.

       VERIFICA-EXISTE.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQDSC INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           MOVE WS-DSC-LIB-WK TO DSC-LIBERACAO.
       VERIFICA-EXISTE-EXIT.
           EXIT.

       LER-ARQDSC.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQDSC WITH LOCK INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           IF ERRO-LEITURA = "SIM"
              MOVE "Nivel nao cadastrado..." TO MSG
              PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       LER-ARQDSC-EXIT.
           EXIT.

       LIMPAR-CAMPOS.
           MOVE ZEROS TO DSC-PCT-MAXIMO.
       LIMPAR-CAMPOS-EXIT.
           EXIT.

       ENTRAR-DADOS.
           MOVE DSC-PCT-MAXIMO TO WS-DSC-PCT-WK.
       ENTRAR-PERCENTUAL.
           ACCEPT WS-DSC-PCT-WK AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-DSC-PCT-WK TO DSC-PCT-MAXIMO.
           IF  DSC-PCT-MAXIMO EQUAL ZEROS
               MOVE "Desconto maximo deve ser maior que zero"
                                   TO WK-MSG-ADV1
               MOVE "Para nao permitir desconto, exclua...  "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-PERCENTUAL.
       ENTRAR-DADOS-EXIT.
           EXIT.

       MOSTRAR-DADOS.
           MOVE DSC-PCT-MAXIMO TO WS-DSC-PCT-WK.
           DISPLAY WS-DSC-PCT-WK AT 1025 WITH REVERSE-VIDEO.
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
                MOVE "Confirma exclusao ..." TO WK-MSG-CONF
           END-EVALUATE.
       VERIF-MSG-OPCAO-EXIT.
           EXIT.

       ABRE-ARQUIVOS.
           MOVE "HBDSC001 " TO LK-PGM(2).
           MOVE "HBDSC001 " TO WK-COD-PGM.
           MOVE " DESCONTO POR NIVEL" TO WK-DESC-PGM.
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

           MOVE "ARQDSC.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-DSC DSC-ARQ-WK.
           OPEN I-O ARQDSC.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQDSC
              CLOSE ARQDSC
              OPEN I-O ARQDSC
           END-IF
           MOVE " DESCONTOS"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBDSC001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBDSC001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQDSC.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       GRAVAR-DSC-REG.
           WRITE DSC-REG INVALID KEY
                 PERFORM 9100-RETCOD
           END-WRITE.
           MOVE "HBDSC001"              TO WS-LOG-PROGRAMA.
           MOVE "INCLUIU DESC NIVEL"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       GRAVAR-DSC-REG-EXIT.
           EXIT.

       REGRAVAR-DSC-REG.
           REWRITE DSC-REG INVALID KEY
                   PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBDSC001"              TO WS-LOG-PROGRAMA.
           MOVE "ALTEROU DESC NIVEL"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       REGRAVAR-DSC-REG-EXIT.
           EXIT.

       EXCLUIR-DSC-REG.
           DELETE ARQDSC INVALID KEY
                  PERFORM 9100-RETCOD
           END-DELETE.
           MOVE "HBDSC001"              TO WS-LOG-PROGRAMA.
           MOVE "EXCLUIU DESC NIVEL"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       EXCLUIR-DSC-REG-EXIT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBCPG001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE MANUTENCAO DAS CONDICOES DE PAGAMENTO
      * - ATE 12 PARCELAS POR CONDICAO, CADA UMA COM PRAZO EM
      *   DIAS A PARTIR DA EMISSAO DA NOTA E PERCENTUAL DO
      *   VALOR; A SOMA DOS PERCENTUAIS DEVE SER 100,00
      * - A CONDICAO E ATRIBUIDA AO CLIENTE (HBCLI001) E PODE
      *   SER TROCADA NO PEDIDO (HBPED001) E NA COTACAO
      *   (HBCOT001); O FATURAMENTO (HBPED002) GERA AS PARCELAS
      *   DO ARQREC PELA CONDICAO DO PEDIDO
      * - CONDICAO INATIVA NAO PODE SER ATRIBUIDA A NOVOS
      *   CLIENTES, PEDIDOS OU COTACOES
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FCPG0001.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FCPG0001.FD".
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
       77  WS-CAMINHO-CPG             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-CPG-COD-WK              PIC 9(003)  VALUE ZEROS.
       77  WS-CPG-DES-WK              PIC X(030)  VALUE SPACES.
       77  WS-CPG-SIT-WK              PIC X(001)  VALUE SPACES.
       77  WS-CPG-QTD-WK              PIC 9(002)  VALUE ZEROS.
       77  WS-CPG-PAR-WK              PIC 9(002)  VALUE ZEROS.
       77  WS-CPG-DIAS-WK             PIC 9(003)  VALUE ZEROS.
       77  WS-CPG-PCT-WK              PIC ZZ9,99.
       77  WS-CPG-TOT-WK              PIC ZZZ9,99.
       77  WS-CPG-IND                 PIC 9(002)  VALUE ZEROS.
       77  WS-CPG-ANT                 PIC 9(002)  VALUE ZEROS.
       77  WS-CPG-TOTAL               PIC 9(005)V9(002) VALUE ZEROS.
       01  WS-LINCOL.
           03  WS-LIN                 PIC 9(002)  VALUE ZEROS.
           03  WS-COL                 PIC 9(002)  VALUE ZEROS.

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
       COPY "C:\Hbsis\ftt\TCPG0001.SS".
       COPY "C:\Hbsis\ftt\TOPCCPG.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
       COPY "C:\Hbsis\ftt\TBARRA1.SS".
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
           DISPLAY G-TOPCCPG.
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
           MOVE "HBCPG001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBCPG001"              TO WS-LOG-PROGRAMA.
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
                    PERFORM GRAVAR-CPG-REG THRU
                            GRAVAR-CPG-REG-EXIT
                 END-IF
              ELSE
                 MOVE "Condicao de pagamento ja cadastrada... "
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
              PERFORM LER-ARQCPG THRU LER-ARQCPG-EXIT
              IF ERRO-LEITURA = "NAO" THEN
                 PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                 PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM REGRAVAR-CPG-REG THRU
                            REGRAVAR-CPG-REG-EXIT
                 END-IF
              END-IF
           END-IF.
       ROT-ALTERACAO-EXIT.
           EXIT.

       ROT-EXCLUSAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM LER-ARQCPG THRU LER-ARQCPG-EXIT
              IF ERRO-LEITURA = "NAO" THEN
                 PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM EXCLUIR-CPG-REG THRU
                            EXCLUIR-CPG-REG-EXIT
                 END-IF
              END-IF
           END-IF.
       ROT-EXCLUSAO-EXIT.
           EXIT.

       MONTAR-TELA.
           DISPLAY G-TCPG0001.
       MONTAR-TELA-EXIT.
           EXIT.

       ENTRAR-CONTROLE.
           MOVE ZEROS TO WS-CPG-COD-WK.
           ACCEPT  WS-CPG-COD-WK AT 0925 WITH UPDATE AUTO-SKIP
           DISPLAY WS-CPG-COD-WK AT 0925
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           IF WS-CPG-COD-WK = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           MOVE WS-CPG-COD-WK TO CPG-COD.
       ENTRAR-CONTROLE-EXIT.
           EXIT.

       VERIFICA-EXISTE.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQCPG INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           MOVE WS-CPG-COD-WK TO CPG-COD.
       VERIFICA-EXISTE-EXIT.
           EXIT.

       LER-ARQCPG.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQCPG WITH LOCK INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           IF ERRO-LEITURA = "SIM"
              MOVE "Condicao nao encontrada..." TO MSG
              PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       LER-ARQCPG-EXIT.
           EXIT.

       LIMPAR-CAMPOS.
           MOVE SPACES TO CPG-DESCRICAO.
           MOVE "A"    TO CPG-SITUACAO.
           MOVE ZEROS  TO CPG-QTD-PARCELAS.
           MOVE 1      TO WS-CPG-IND.
           PERFORM ZERA-PARCELA THRU ZERA-PARCELA-EXIT
                   UNTIL WS-CPG-IND GREATER THAN 12.
       LIMPAR-CAMPOS-EXIT.
           EXIT.

       ZERA-PARCELA.
           MOVE ZEROS TO CPG-DIAS (WS-CPG-IND)
                         CPG-PERCENTUAL (WS-CPG-IND).
           ADD 1 TO WS-CPG-IND.
       ZERA-PARCELA-EXIT.
           EXIT.

       ENTRAR-DADOS.
           MOVE CPG-DESCRICAO TO WS-CPG-DES-WK.
       ENTRAR-DESCRICAO.
           ACCEPT WS-CPG-DES-WK AT 1025 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-CPG-DES-WK EQUAL SPACES
               MOVE "Descricao obrigatoria...               "
                                   TO WK-MSG-ADV1
               MOVE "Ex.: 30/60/90, 28 DDL, A VISTA...      "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-DESCRICAO.
           MOVE WS-CPG-DES-WK TO CPG-DESCRICAO.
       ENTRAR-SITUACAO.
           MOVE CPG-SITUACAO TO WS-CPG-SIT-WK.
           ACCEPT WS-CPG-SIT-WK AT 1125 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-CPG-SIT-WK NOT EQUAL "A"
               AND WS-CPG-SIT-WK NOT EQUAL "I"
               MOVE "Situacao invalida...                   "
                                   TO WK-MSG-ADV1
               MOVE "Informe A (ativa) ou I (inativa)...    "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-SITUACAO.
           MOVE WS-CPG-SIT-WK TO CPG-SITUACAO.
       ENTRAR-QTD-PARCELAS.
           MOVE CPG-QTD-PARCELAS TO WS-CPG-QTD-WK.
           ACCEPT WS-CPG-QTD-WK AT 1225 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-CPG-QTD-WK EQUAL ZEROS
               OR WS-CPG-QTD-WK GREATER THAN 12
               MOVE "Quantidade de parcelas invalida...     "
                                   TO WK-MSG-ADV1
               MOVE "Informe de 1 a 12 parcelas...          "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-QTD-PARCELAS.
           MOVE WS-CPG-QTD-WK TO CPG-QTD-PARCELAS.
      *    PARCELAS ALEM DA QUANTIDADE INFORMADA SAO ZERADAS
           COMPUTE WS-CPG-IND = CPG-QTD-PARCELAS + 1.
           PERFORM ZERA-PARCELA THRU ZERA-PARCELA-EXIT
                   UNTIL WS-CPG-IND GREATER THAN 12.
           MOVE 1 TO WS-CPG-IND.
           PERFORM MOSTRA-PARCELA THRU MOSTRA-PARCELA-EXIT
                   UNTIL WS-CPG-IND GREATER THAN 12.
           MOVE 1 TO WS-CPG-IND.
           PERFORM ENTRAR-PARCELA THRU ENTRAR-PARCELA-EXIT
                   UNTIL WS-CPG-IND GREATER THAN CPG-QTD-PARCELAS.
           PERFORM SOMA-PERCENTUAIS THRU SOMA-PERCENTUAIS-EXIT.
           IF  WS-CPG-TOTAL NOT EQUAL 100
               MOVE "Soma dos percentuais diferente de 100. "
                                   TO WK-MSG-ADV1
               MOVE "Revise as parcelas da condicao...      "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-QTD-PARCELAS.
           MOVE WK-DATA-SYS TO CPG-DT-ALTERACAO.
           MOVE LK-USUARIO  TO CPG-USUARIO-ALT.
       ENTRAR-DADOS-EXIT.
           EXIT.

      *    PRAZO E PERCENTUAL DA PARCELA WS-CPG-IND; O PRAZO NAO
      *    PODE SER MENOR QUE O DA PARCELA ANTERIOR
       ENTRAR-PARCELA.
           PERFORM POSICIONA-PARCELA THRU POSICIONA-PARCELA-EXIT.
           ADD 6 TO WS-COL.
           MOVE CPG-DIAS (WS-CPG-IND) TO WS-CPG-DIAS-WK.
           ACCEPT WS-CPG-DIAS-WK AT WS-LINCOL WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-CPG-IND GREATER THAN 1
               COMPUTE WS-CPG-ANT = WS-CPG-IND - 1
               IF  WS-CPG-DIAS-WK LESS THAN CPG-DIAS (WS-CPG-ANT)
                   MOVE "Prazo menor que o da parcela anterior. "
                                       TO WK-MSG-ADV1
                   MOVE "Informe as parcelas em ordem de prazo. "
                                       TO WK-MSG-ADV2
                   PERFORM 9300-ADVERTENCIA
                   GO  TO  ENTRAR-PARCELA
               END-IF
           END-IF.
           MOVE WS-CPG-DIAS-WK TO CPG-DIAS (WS-CPG-IND).
       ENTRAR-PARCELA-PCT.
           PERFORM POSICIONA-PARCELA THRU POSICIONA-PARCELA-EXIT.
           ADD 12 TO WS-COL.
           MOVE CPG-PERCENTUAL (WS-CPG-IND) TO WS-CPG-PCT-WK.
           ACCEPT WS-CPG-PCT-WK AT WS-LINCOL WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-CPG-PCT-WK TO CPG-PERCENTUAL (WS-CPG-IND).
           IF  CPG-PERCENTUAL (WS-CPG-IND) EQUAL ZEROS
               MOVE "Percentual deve ser maior que zero...  "
                                   TO WK-MSG-ADV1
               MOVE "Informe o percentual da parcela...     "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-PARCELA-PCT.
           ADD 1 TO WS-CPG-IND.
       ENTRAR-PARCELA-EXIT.
           EXIT.

      *    PARCELAS 1 A 6 NA COLUNA DA ESQUERDA, 7 A 12 NA DIREITA
       POSICIONA-PARCELA.
           IF  WS-CPG-IND GREATER THAN 6
               COMPUTE WS-LIN = 07 + WS-CPG-IND
               MOVE 40 TO WS-COL
           ELSE
               COMPUTE WS-LIN = 13 + WS-CPG-IND
               MOVE 03 TO WS-COL
           END-IF.
       POSICIONA-PARCELA-EXIT.
           EXIT.

       MOSTRA-PARCELA.
           PERFORM POSICIONA-PARCELA THRU POSICIONA-PARCELA-EXIT.
           IF  WS-CPG-IND GREATER THAN CPG-QTD-PARCELAS
               DISPLAY "                  " AT WS-LINCOL
               ADD 1 TO WS-CPG-IND
               GO  TO  MOSTRA-PARCELA-EXIT.
           MOVE WS-CPG-IND TO WS-CPG-PAR-WK.
           DISPLAY WS-CPG-PAR-WK AT WS-LINCOL.
           ADD 6 TO WS-COL.
           MOVE CPG-DIAS (WS-CPG-IND) TO WS-CPG-DIAS-WK.
           DISPLAY WS-CPG-DIAS-WK AT WS-LINCOL WITH REVERSE-VIDEO.
           ADD 6 TO WS-COL.
           MOVE CPG-PERCENTUAL (WS-CPG-IND) TO WS-CPG-PCT-WK.
           DISPLAY WS-CPG-PCT-WK AT WS-LINCOL WITH REVERSE-VIDEO.
           ADD 1 TO WS-CPG-IND.
       MOSTRA-PARCELA-EXIT.
           EXIT.

       SOMA-PERCENTUAIS.
           MOVE ZEROS TO WS-CPG-TOTAL.
           MOVE 1     TO WS-CPG-IND.
           PERFORM SOMA-UM-PERCENTUAL THRU SOMA-UM-PERCENTUAL-EXIT
                   UNTIL WS-CPG-IND GREATER THAN CPG-QTD-PARCELAS.
           MOVE WS-CPG-TOTAL TO WS-CPG-TOT-WK.
           DISPLAY WS-CPG-TOT-WK AT 2026 WITH REVERSE-VIDEO.
       SOMA-PERCENTUAIS-EXIT.
           EXIT.

       SOMA-UM-PERCENTUAL.
           ADD CPG-PERCENTUAL (WS-CPG-IND) TO WS-CPG-TOTAL.
           ADD 1 TO WS-CPG-IND.
       SOMA-UM-PERCENTUAL-EXIT.
           EXIT.

       MOSTRAR-DADOS.
           MOVE CPG-DESCRICAO TO WS-CPG-DES-WK.
           DISPLAY WS-CPG-DES-WK AT 1025 WITH REVERSE-VIDEO.
           MOVE CPG-SITUACAO TO WS-CPG-SIT-WK.
           DISPLAY WS-CPG-SIT-WK AT 1125 WITH REVERSE-VIDEO.
           MOVE CPG-QTD-PARCELAS TO WS-CPG-QTD-WK.
           DISPLAY WS-CPG-QTD-WK AT 1225 WITH REVERSE-VIDEO.
           MOVE 1 TO WS-CPG-IND.
           PERFORM MOSTRA-PARCELA THRU MOSTRA-PARCELA-EXIT
                   UNTIL WS-CPG-IND GREATER THAN 12.
           PERFORM SOMA-PERCENTUAIS THRU SOMA-PERCENTUAIS-EXIT.
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
           MOVE "HBCPG001 " TO LK-PGM(2).
           MOVE "HBCPG001 " TO WK-COD-PGM.
           MOVE " CONDICOES PGTO" TO WK-DESC-PGM.
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

           MOVE "ARQCPG.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-CPG CPG-ARQ-WK.
           OPEN I-O ARQCPG.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQCPG
              CLOSE ARQCPG
              OPEN I-O ARQCPG
           END-IF
           MOVE " CONDPGTO "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBCPG001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBCPG001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQCPG.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       GRAVAR-CPG-REG.
           WRITE CPG-REG INVALID KEY
                 PERFORM 9100-RETCOD
           END-WRITE.
           MOVE "HBCPG001"              TO WS-LOG-PROGRAMA.
           MOVE "INCLUIU COND PGTO"     TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       GRAVAR-CPG-REG-EXIT.
           EXIT.

       REGRAVAR-CPG-REG.
           REWRITE CPG-REG INVALID KEY
                   PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBCPG001"              TO WS-LOG-PROGRAMA.
           MOVE "ALTEROU COND PGTO"     TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       REGRAVAR-CPG-REG-EXIT.
           EXIT.

       EXCLUIR-CPG-REG.
           DELETE ARQCPG INVALID KEY
                  PERFORM 9100-RETCOD
           END-DELETE.
           MOVE "HBCPG001"              TO WS-LOG-PROGRAMA.
           MOVE "EXCLUIU COND PGTO"     TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       EXCLUIR-CPG-REG-EXIT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBKIT001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE MANUTENCAO DOS KITS DE PRODUTOS (ARQKIT)
      * - O KIT E UM PRODUTO CADASTRADO NO ARQPRO, VENDIDO COMO
      *   UM ITEM DO PEDIDO PELO PRECO DELE; AQUI SE INFORMAM OS
      *   COMPONENTES (ATE 10) E A QUANTIDADE DE CADA UM POR KIT
      * - COMPONENTE TEM DE SER PRODUTO ATIVO, DIFERENTE DO KIT,
      *   SEM REPETICAO E NAO PODE SER OUTRO KIT; PRODUTO QUE JA
      *   E COMPONENTE DE UM KIT NAO PODE VIRAR KIT
      * - A SEPARACAO (HBPED002) CONFERE E BAIXA O ESTOQUE DOS
      *   COMPONENTES; O CANCELAMENTO (HBPED001/HBPED002) E A
      *   DEVOLUCAO (HBDEV001) ESTORNAM NOS COMPONENTES
      * - KITS SEM ESTOQUE (RELKIT.TXT): KITS QUE NAO PODEM SER
      *   MONTADOS NA QUANTIDADE INFORMADA, COM OS COMPONENTES
      *   EM FALTA
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FKIT0001.SEL".
           COPY "C:\Hbsis\ftt\FPRO0001.SEL".
           COPY "C:\Hbsis\ftt\FEST0001.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FKIT0001.FD".
           COPY "C:\Hbsis\ftt\FPRO0001.FD".
           COPY "C:\Hbsis\ftt\FEST0001.FD".
           COPY "C:\Hbsis\ftt\FRELCLI.FD".
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
       77  WS-CAMINHO-KIT             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PRO             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-EST             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-PERMITIDO               PIC XXX     VALUE "SIM".
       77  WS-KIT-COD-WK              PIC 9(013)  VALUE ZEROS.
       77  WS-KIT-QTD-WK              PIC 9(002)  VALUE ZEROS.
       77  WS-KIT-COMP-WK             PIC 9(013)  VALUE ZEROS.
       77  WS-KIT-CQT-WK              PIC ZZZZ9,99.
       77  WS-KIT-IT-WK               PIC Z9.
       77  WS-KIT-IND                 PIC 9(002)  VALUE ZEROS.
       77  WS-KIT-IND2                PIC 9(002)  VALUE ZEROS.
       77  WS-KIT-OK                  PIC XXX     VALUE "SIM".
       77  WS-KIT-EOF                 PIC XXX     VALUE "NAO".
       77  WS-KIT-USADO-EM            PIC 9(013)  VALUE ZEROS.
       01  WS-KIT-REG-SALVO           PIC X(231)  VALUE SPACES.
      *    RELATORIO DE KITS SEM ESTOQUE
       77  WS-REL-QTD                 PIC 9(005)  VALUE ZEROS.
       77  WS-REL-QTD-ED              PIC ZZZZ9.
       77  WS-MONTAVEIS               PIC 9(007)  VALUE ZEROS.
       77  WS-MONTA-COMP              PIC 9(007)  VALUE ZEROS.
       77  WS-NECESSARIO              PIC 9(010)V9(002) VALUE ZEROS.
       77  WS-FALTA                   PIC 9(010)V9(002) VALUE ZEROS.
       77  WS-SALDO                   PIC S9(007)V9(002) VALUE ZEROS.
       77  WS-QTD-LIDOS               PIC 9(005)  VALUE ZEROS.
       77  WS-QTD-FALTA               PIC 9(005)  VALUE ZEROS.
       77  WS-CONTA-ED                PIC ZZZZ9.
       77  WS-PRO-ED                  PIC Z(012)9.
       77  WS-MONTA-ED                PIC ZZZZZZ9.
       77  WS-QTD-ED                  PIC ZZZZ9,99.
       77  WS-NEC-ED                  PIC ZZZZZZZZZ9,99.
       77  WS-SALDO-ED                PIC -ZZZZZZ9,99.
       01  WS-LINCOL.
           03  WS-LIN                 PIC 9(002)  VALUE ZEROS.
           03  WS-COL                 PIC 9(002)  VALUE ZEROS.

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
       COPY "C:\Hbsis\ftt\TKIT0001.SS".
       COPY "C:\Hbsis\ftt\TOPCKIT.SS".
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
           DISPLAY G-TOPCKIT.
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
           WHEN WK-OPCAO EQUAL 4
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
                MOVE "INC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 2
                MOVE "ALT" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 3
                MOVE "EXC" TO SR-PER-OPERACAO
           WHEN WK-OPCAO EQUAL 4
                MOVE "REL" TO SR-PER-OPERACAO
           END-EVALUATE.
           IF  SR-PER-OPERACAO EQUAL SPACES
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "VER"        TO SR-PER-FUNCAO.
           MOVE LK-EMP-COD   TO SR-PER-EMP-COD.
           MOVE LK-USUARIO   TO SR-PER-USUARIO.
           MOVE LK-LIBERACAO TO SR-PER-LIBERACAO.
           MOVE "HBKIT001"   TO SR-PER-PROGRAMA.
           CALL "HBPER002" USING SR-PARAM-HBPER002.
           IF  NOT SR88-PER-NEGADO
               GO  TO  VERIFICA-PERMISSAO-EXIT.
           MOVE "NAO" TO WS-PERMITIDO.
           MOVE "HBKIT001"              TO WS-LOG-PROGRAMA.
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
                 PERFORM VERIFICA-USO THRU VERIFICA-USO-EXIT
                 IF WS-KIT-USADO-EM = ZEROS THEN
                    PERFORM LIMPAR-CAMPOS THRU LIMPAR-CAMPOS-EXIT
                    PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
                    PERFORM CONFIRMA THRU CONFIRMA-EXIT
                    IF WK-CONFIRMA = "S" THEN
                       PERFORM GRAVAR-KIT-REG THRU
                               GRAVAR-KIT-REG-EXIT
                    END-IF
                 ELSE
                    MOVE "Produto e componente de outro kit...   "
                                        TO WK-MSG-ADV1
                    MOVE SPACES TO WK-MSG-ADV2
                    MOVE WS-KIT-USADO-EM TO WS-PRO-ED
                    STRING "Usado no kit " WS-PRO-ED
                           DELIMITED BY SIZE INTO WK-MSG-ADV2
                    PERFORM 9300-ADVERTENCIA
                 END-IF
              ELSE
                 MOVE "Kit ja cadastrado...                   "
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
              PERFORM LER-ARQKIT THRU LER-ARQKIT-EXIT
              IF ERRO-LEITURA = "NAO" THEN
                 PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                 PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM REGRAVAR-KIT-REG THRU
                            REGRAVAR-KIT-REG-EXIT
                 END-IF
              END-IF
           END-IF.
       ROT-ALTERACAO-EXIT.
           EXIT.

       ROT-EXCLUSAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-CONTROLE THRU ENTRAR-CONTROLE-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM LER-ARQKIT THRU LER-ARQKIT-EXIT
              IF ERRO-LEITURA = "NAO" THEN
                 PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM EXCLUIR-KIT-REG THRU
                            EXCLUIR-KIT-REG-EXIT
                 END-IF
              END-IF
           END-IF.
       ROT-EXCLUSAO-EXIT.
           EXIT.

       MONTAR-TELA.
           DISPLAY G-TKIT0001.
       MONTAR-TELA-EXIT.
           EXIT.

       ENTRAR-CONTROLE.
           MOVE ZEROS TO WS-KIT-COD-WK.
       ENTRAR-CONTROLE-COD.
           ACCEPT  WS-KIT-COD-WK AT 0823 WITH UPDATE AUTO-SKIP
           DISPLAY WS-KIT-COD-WK AT 0823
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           IF WS-KIT-COD-WK = ZEROS THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-CONTROLE-EXIT
           END-IF
           MOVE WS-KIT-COD-WK TO PRO-COD.
           READ ARQPRO INVALID KEY
                MOVE "Produto nao cadastrado...              "
                                    TO WK-MSG-ADV1
                MOVE "Cadastre o kit como produto antes...   "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  ENTRAR-CONTROLE-COD
           END-READ.
           DISPLAY PRO-DESC AT 0838 WITH REVERSE-VIDEO.
           MOVE WS-KIT-COD-WK TO KIT-PRO-COD.
       ENTRAR-CONTROLE-EXIT.
           EXIT.

       VERIFICA-EXISTE.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQKIT INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           MOVE WS-KIT-COD-WK TO KIT-PRO-COD.
       VERIFICA-EXISTE-EXIT.
           EXIT.

       LER-ARQKIT.
           MOVE "NAO" TO ERRO-LEITURA
           READ ARQKIT WITH LOCK INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           IF ERRO-LEITURA = "SIM"
              MOVE "Kit nao encontrado..." TO MSG
              PERFORM MENSAGEM THRU MENSAGEM-EXIT.
       LER-ARQKIT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    PRODUTO QUE JA E COMPONENTE DE ALGUM KIT NAO PODE SER  *
      *    KIT (SO UM NIVEL DE COMPOSICAO)                        *
      *----------------------------------------------------------*
       VERIFICA-USO.
           MOVE ZEROS TO WS-KIT-USADO-EM.
           MOVE "NAO" TO WS-KIT-EOF.
           MOVE ZEROS TO KIT-PRO-COD.
           START ARQKIT KEY IS NOT LESS THAN KIT-PRO-COD INVALID KEY
               MOVE "SIM" TO WS-KIT-EOF.
           PERFORM VERIFICA-USO-LE THRU VERIFICA-USO-LE-EXIT
                   UNTIL WS-KIT-EOF EQUAL "SIM".
           MOVE WS-KIT-COD-WK TO KIT-PRO-COD.
       VERIFICA-USO-EXIT.
           EXIT.

       VERIFICA-USO-LE.
           READ ARQKIT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-KIT-EOF
                   GO  TO  VERIFICA-USO-LE-EXIT
           END-READ.
           MOVE 1 TO WS-KIT-IND2.
           PERFORM VERIFICA-USO-COMP THRU VERIFICA-USO-COMP-EXIT
                   UNTIL WS-KIT-IND2 GREATER THAN KIT-QTD-COMP.
           IF  WS-KIT-USADO-EM NOT EQUAL ZEROS
               MOVE "SIM" TO WS-KIT-EOF.
       VERIFICA-USO-LE-EXIT.
           EXIT.

       VERIFICA-USO-COMP.
           IF  KIT-COMP-COD (WS-KIT-IND2) EQUAL WS-KIT-COD-WK
               MOVE KIT-PRO-COD TO WS-KIT-USADO-EM.
           ADD 1 TO WS-KIT-IND2.
       VERIFICA-USO-COMP-EXIT.
           EXIT.

       LIMPAR-CAMPOS.
           MOVE WS-KIT-COD-WK TO KIT-PRO-COD.
           MOVE ZEROS  TO KIT-QTD-COMP.
           MOVE 1      TO WS-KIT-IND.
           PERFORM ZERA-COMPONENTE THRU ZERA-COMPONENTE-EXIT
                   UNTIL WS-KIT-IND GREATER THAN 10.
       LIMPAR-CAMPOS-EXIT.
           EXIT.

       ZERA-COMPONENTE.
           MOVE ZEROS TO KIT-COMP-COD (WS-KIT-IND)
                         KIT-COMP-QTD (WS-KIT-IND).
           ADD 1 TO WS-KIT-IND.
       ZERA-COMPONENTE-EXIT.
           EXIT.

       ENTRAR-DADOS.
           MOVE KIT-QTD-COMP TO WS-KIT-QTD-WK.
       ENTRAR-QTD-COMP.
           ACCEPT WS-KIT-QTD-WK AT 0923 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-KIT-QTD-WK EQUAL ZEROS
               OR WS-KIT-QTD-WK GREATER THAN 10
               MOVE "Quantidade de componentes invalida...  "
                                   TO WK-MSG-ADV1
               MOVE "Informe de 1 a 10 componentes...       "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-QTD-COMP.
           MOVE WS-KIT-QTD-WK TO KIT-QTD-COMP.
      *    COMPONENTES ALEM DA QUANTIDADE INFORMADA SAO ZERADOS
           COMPUTE WS-KIT-IND = KIT-QTD-COMP + 1.
           PERFORM ZERA-COMPONENTE THRU ZERA-COMPONENTE-EXIT
                   UNTIL WS-KIT-IND GREATER THAN 10.
           MOVE 1 TO WS-KIT-IND.
           PERFORM MOSTRA-COMPONENTE THRU MOSTRA-COMPONENTE-EXIT
                   UNTIL WS-KIT-IND GREATER THAN 10.
           MOVE 1 TO WS-KIT-IND.
           PERFORM ENTRAR-COMPONENTE THRU ENTRAR-COMPONENTE-EXIT
                   UNTIL WS-KIT-IND GREATER THAN KIT-QTD-COMP.
           MOVE WK-DATA-SYS TO KIT-DT-ALTERACAO.
           MOVE LK-USUARIO  TO KIT-USUARIO-ALT.
       ENTRAR-DADOS-EXIT.
           EXIT.

      *    COMPONENTE E QUANTIDADE POR KIT DA LINHA WS-KIT-IND
       ENTRAR-COMPONENTE.
           COMPUTE WS-LIN = 10 + WS-KIT-IND.
           MOVE 06 TO WS-COL.
           MOVE KIT-COMP-COD (WS-KIT-IND) TO WS-KIT-COMP-WK.
           ACCEPT WS-KIT-COMP-WK AT WS-LINCOL WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           PERFORM CONFERE-COMPONENTE THRU CONFERE-COMPONENTE-EXIT.
           IF  WS-KIT-OK EQUAL "NAO"
               GO  TO  ENTRAR-COMPONENTE.
           MOVE WS-KIT-COMP-WK TO KIT-COMP-COD (WS-KIT-IND).
           MOVE 20 TO WS-COL.
           DISPLAY PRO-DESC(1:30) AT WS-LINCOL WITH REVERSE-VIDEO.
       ENTRAR-COMPONENTE-QTD.
           COMPUTE WS-LIN = 10 + WS-KIT-IND.
           MOVE 52 TO WS-COL.
           MOVE KIT-COMP-QTD (WS-KIT-IND) TO WS-KIT-CQT-WK.
           ACCEPT WS-KIT-CQT-WK AT WS-LINCOL WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           MOVE WS-KIT-CQT-WK TO KIT-COMP-QTD (WS-KIT-IND).
           IF  KIT-COMP-QTD (WS-KIT-IND) EQUAL ZEROS
               MOVE "Quantidade deve ser maior que zero...  "
                                   TO WK-MSG-ADV1
               MOVE "Informe a quantidade por kit...        "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-COMPONENTE-QTD.
           ADD 1 TO WS-KIT-IND.
       ENTRAR-COMPONENTE-EXIT.
           EXIT.

       CONFERE-COMPONENTE.
           MOVE "NAO" TO WS-KIT-OK.
           IF  WS-KIT-COMP-WK EQUAL ZEROS
               MOVE "Componente obrigatorio...              "
                                   TO WK-MSG-ADV1
               MOVE "Informe o codigo do produto...         "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  CONFERE-COMPONENTE-EXIT.
           IF  WS-KIT-COMP-WK EQUAL KIT-PRO-COD
               MOVE "Kit nao pode ser componente de si...   "
                                   TO WK-MSG-ADV1
               MOVE "Informe outro produto...               "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  CONFERE-COMPONENTE-EXIT.
           MOVE 1 TO WS-KIT-IND2.
           PERFORM CONFERE-REPETIDO THRU CONFERE-REPETIDO-EXIT
                   UNTIL WS-KIT-IND2 NOT LESS THAN WS-KIT-IND.
           IF  WS-KIT-IND2 GREATER THAN WS-KIT-IND
               MOVE "Componente ja informado neste kit...   "
                                   TO WK-MSG-ADV1
               MOVE "Some as quantidades numa linha so...   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  CONFERE-COMPONENTE-EXIT.
           MOVE WS-KIT-COMP-WK TO PRO-COD.
           READ ARQPRO INVALID KEY
                MOVE "Produto nao cadastrado...              "
                                    TO WK-MSG-ADV1
                MOVE "Informe um produto existente...        "
                                    TO WK-MSG-ADV2
                PERFORM 9300-ADVERTENCIA
                GO  TO  CONFERE-COMPONENTE-EXIT
           END-READ.
           IF  PRO-INATIVO
               MOVE "Produto esta inativo...                "
                                   TO WK-MSG-ADV1
               MOVE "Informe um produto ativo...            "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  CONFERE-COMPONENTE-EXIT.
      *    COMPONENTE NAO PODE SER OUTRO KIT
           MOVE KIT-REG        TO WS-KIT-REG-SALVO.
           MOVE WS-KIT-COMP-WK TO KIT-PRO-COD.
           MOVE "SIM"          TO WS-KIT-OK.
           READ ARQKIT INVALID KEY
                CONTINUE
           NOT INVALID KEY
                MOVE "NAO" TO WS-KIT-OK
           END-READ.
           MOVE WS-KIT-REG-SALVO TO KIT-REG.
           IF  WS-KIT-OK EQUAL "NAO"
               MOVE "Componente e outro kit...              "
                                   TO WK-MSG-ADV1
               MOVE "Informe os produtos do kit um a um...  "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA.
       CONFERE-COMPONENTE-EXIT.
           EXIT.

      *    SAI COM WS-KIT-IND2 ACIMA DE WS-KIT-IND SE REPETIDO
       CONFERE-REPETIDO.
           IF  KIT-COMP-COD (WS-KIT-IND2) EQUAL WS-KIT-COMP-WK
               COMPUTE WS-KIT-IND2 = WS-KIT-IND + 1
           ELSE
               ADD 1 TO WS-KIT-IND2.
       CONFERE-REPETIDO-EXIT.
           EXIT.

       MOSTRA-COMPONENTE.
           COMPUTE WS-LIN = 10 + WS-KIT-IND.
           MOVE 03 TO WS-COL.
           IF  WS-KIT-IND GREATER THAN KIT-QTD-COMP
               DISPLAY "                                        "
                       AT WS-LINCOL
               MOVE 43 TO WS-COL
               DISPLAY "                   " AT WS-LINCOL
               ADD 1 TO WS-KIT-IND
               GO  TO  MOSTRA-COMPONENTE-EXIT.
           MOVE WS-KIT-IND TO WS-KIT-IT-WK.
           DISPLAY WS-KIT-IT-WK AT WS-LINCOL.
           MOVE 06 TO WS-COL.
           MOVE KIT-COMP-COD (WS-KIT-IND) TO WS-KIT-COMP-WK.
           DISPLAY WS-KIT-COMP-WK AT WS-LINCOL WITH REVERSE-VIDEO.
           MOVE 20 TO WS-COL.
           MOVE WS-KIT-COMP-WK TO PRO-COD.
           READ ARQPRO INVALID KEY
                MOVE "NAO CADASTRADO" TO PRO-DESC
           END-READ.
           DISPLAY PRO-DESC(1:30) AT WS-LINCOL WITH REVERSE-VIDEO.
           MOVE 52 TO WS-COL.
           MOVE KIT-COMP-QTD (WS-KIT-IND) TO WS-KIT-CQT-WK.
           DISPLAY WS-KIT-CQT-WK AT WS-LINCOL WITH REVERSE-VIDEO.
           ADD 1 TO WS-KIT-IND.
       MOSTRA-COMPONENTE-EXIT.
           EXIT.

       MOSTRAR-DADOS.
           MOVE KIT-QTD-COMP TO WS-KIT-QTD-WK.
           DISPLAY WS-KIT-QTD-WK AT 0923 WITH REVERSE-VIDEO.
           MOVE 1 TO WS-KIT-IND.
           PERFORM MOSTRA-COMPONENTE THRU MOSTRA-COMPONENTE-EXIT
                   UNTIL WS-KIT-IND GREATER THAN 10.
       MOSTRAR-DADOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    KITS QUE NAO PODEM SER MONTADOS NA QUANTIDADE PEDIDA   *
      *    COM O SALDO ATUAL DOS COMPONENTES (ARQEST)             *
      *----------------------------------------------------------*
       ROT-RELATORIO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT.
           MOVE 1 TO WS-REL-QTD.
           DISPLAY "Quantidade de kits a montar .:" AT 1303.
           ACCEPT WS-REL-QTD AT 1334 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               OR WS-REL-QTD EQUAL ZEROS
               GO  TO  ROT-RELATORIO-EXIT.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELKIT"   TO SR-REL-BASE.
           MOVE "HBKIT001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE WS-REL-QTD TO WS-REL-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "KITS QUE NAO PODEM SER MONTADOS - QUANTIDADE "
                  WS-REL-QTD-ED " - SALDOS EM " WK-DATA-SYS
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-FALTA.
           MOVE "NAO" TO WS-KIT-EOF.
           MOVE ZEROS TO KIT-PRO-COD.
           START ARQKIT KEY IS NOT LESS THAN KIT-PRO-COD INVALID KEY
               MOVE "SIM" TO WS-KIT-EOF.
           PERFORM RELATA-KIT THRU RELATA-KIT-EXIT
                   UNTIL WS-KIT-EOF EQUAL "SIM".
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-LIDOS TO WS-CONTA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "KITS CADASTRADOS .........: " WS-CONTA-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-QTD-FALTA TO WS-CONTA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "KITS COM COMPONENTE EM FALTA: " WS-CONTA-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBKIT001"              TO WS-LOG-PROGRAMA.
           MOVE "RELATORIO KITS"        TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-RELATORIO-EXIT.
           EXIT.

       RELATA-KIT.
           READ ARQKIT NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-KIT-EOF
                   GO  TO  RELATA-KIT-EXIT
           END-READ.
           ADD 1 TO WS-QTD-LIDOS.
      *    QUANTOS KITS O COMPONENTE MAIS ESCASSO PERMITE MONTAR
           MOVE 9999999 TO WS-MONTAVEIS.
           MOVE 1 TO WS-KIT-IND.
           PERFORM CALCULA-MONTAVEIS THRU CALCULA-MONTAVEIS-EXIT
                   UNTIL WS-KIT-IND GREATER THAN KIT-QTD-COMP.
           IF  KIT-QTD-COMP EQUAL ZEROS
               MOVE ZEROS TO WS-MONTAVEIS.
           IF  WS-MONTAVEIS NOT LESS THAN WS-REL-QTD
               GO  TO  RELATA-KIT-EXIT.
           ADD 1 TO WS-QTD-FALTA.
           MOVE KIT-PRO-COD TO PRO-COD WS-PRO-ED.
           READ ARQPRO INVALID KEY
                MOVE "NAO CADASTRADO" TO PRO-DESC
           END-READ.
           MOVE WS-MONTAVEIS TO WS-MONTA-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "KIT " WS-PRO-ED " " PRO-DESC
                  " MONTAVEIS " WS-MONTA-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE 1 TO WS-KIT-IND.
           PERFORM RELATA-COMPONENTE THRU RELATA-COMPONENTE-EXIT
                   UNTIL WS-KIT-IND GREATER THAN KIT-QTD-COMP.
       RELATA-KIT-EXIT.
           EXIT.

       CALCULA-MONTAVEIS.
           PERFORM LE-SALDO THRU LE-SALDO-EXIT.
           MOVE ZEROS TO WS-MONTA-COMP.
           IF  WS-SALDO GREATER THAN ZEROS
               AND KIT-COMP-QTD (WS-KIT-IND) GREATER THAN ZEROS
               COMPUTE WS-MONTA-COMP =
                       WS-SALDO / KIT-COMP-QTD (WS-KIT-IND)
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-MONTA-COMP
               END-COMPUTE
           END-IF.
           IF  WS-MONTA-COMP LESS THAN WS-MONTAVEIS
               MOVE WS-MONTA-COMP TO WS-MONTAVEIS.
           ADD 1 TO WS-KIT-IND.
       CALCULA-MONTAVEIS-EXIT.
           EXIT.

       LE-SALDO.
           MOVE KIT-COMP-COD (WS-KIT-IND) TO EST-PRO-COD.
           READ ARQEST INVALID KEY
               MOVE ZEROS TO EST-SALDO
           END-READ.
           MOVE EST-SALDO TO WS-SALDO.
       LE-SALDO-EXIT.
           EXIT.

      *    SO OS COMPONENTES QUE FALTAM PARA A QUANTIDADE PEDIDA
       RELATA-COMPONENTE.
           PERFORM LE-SALDO THRU LE-SALDO-EXIT.
           COMPUTE WS-NECESSARIO =
                   WS-REL-QTD * KIT-COMP-QTD (WS-KIT-IND).
           IF  WS-SALDO NOT LESS THAN WS-NECESSARIO
               ADD 1 TO WS-KIT-IND
               GO  TO  RELATA-COMPONENTE-EXIT.
           IF  WS-SALDO GREATER THAN ZEROS
               COMPUTE WS-FALTA = WS-NECESSARIO - WS-SALDO
           ELSE
               MOVE WS-NECESSARIO TO WS-FALTA.
           MOVE KIT-COMP-COD (WS-KIT-IND) TO PRO-COD WS-PRO-ED.
           READ ARQPRO INVALID KEY
                MOVE "NAO CADASTRADO" TO PRO-DESC
           END-READ.
           MOVE KIT-COMP-QTD (WS-KIT-IND) TO WS-QTD-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "    COMPONENTE " WS-PRO-ED " " PRO-DESC(1:30)
                  " POR KIT " WS-QTD-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE WS-SALDO TO WS-SALDO-ED.
           MOVE WS-FALTA TO WS-NEC-ED.
           STRING " SALDO " WS-SALDO-ED " FALTA " WS-NEC-ED
                  DELIMITED BY SIZE INTO REL-LINHA(82:).
           WRITE REL-LINHA.
           ADD 1 TO WS-KIT-IND.
       RELATA-COMPONENTE-EXIT.
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
           MOVE "HBKIT001 " TO LK-PGM(2).
           MOVE "HBKIT001 " TO WK-COD-PGM.
           MOVE " KITS DE PRODUTOS" TO WK-DESC-PGM.
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

           MOVE "ARQKIT.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-KIT KIT-ARQ-WK.
           OPEN I-O ARQKIT.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQKIT
              CLOSE ARQKIT
              OPEN I-O ARQKIT
           END-IF
           MOVE " KITS "               TO WK-MSG-RT2.
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

           MOVE "ARQEST.DAT"             TO SR-PAR-ARQUIVO
           PERFORM 9050-CAMINHO
           MOVE SR-PAR-CAMINHO           TO WS-CAMINHO-EST EST-ARQ-WK.
           OPEN INPUT ARQEST.
           IF WK01-RETCOD = "35" THEN
              OPEN I-O ARQEST
              CLOSE ARQEST
              OPEN INPUT ARQEST
           END-IF
           MOVE " ESTOQUE "            TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBKIT001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBKIT001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQKIT.
           CLOSE ARQPRO.
           CLOSE ARQEST.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       GRAVAR-KIT-REG.
           WRITE KIT-REG INVALID KEY
                 PERFORM 9100-RETCOD
           END-WRITE.
           MOVE "HBKIT001"              TO WS-LOG-PROGRAMA.
           MOVE "INCLUIU KIT"           TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       GRAVAR-KIT-REG-EXIT.
           EXIT.

       REGRAVAR-KIT-REG.
           REWRITE KIT-REG INVALID KEY
                   PERFORM 9100-RETCOD
           END-REWRITE.
           MOVE "HBKIT001"              TO WS-LOG-PROGRAMA.
           MOVE "ALTEROU KIT"           TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       REGRAVAR-KIT-REG-EXIT.
           EXIT.

       EXCLUIR-KIT-REG.
           DELETE ARQKIT INVALID KEY
                  PERFORM 9100-RETCOD
           END-DELETE.
           MOVE "HBKIT001"              TO WS-LOG-PROGRAMA.
           MOVE "EXCLUIU KIT"           TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       EXCLUIR-KIT-REG-EXIT.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID.    HBPAR001.
       AUTHOR.        Odair Garcia Arouca.
       DATE-WRITTEN.  15/10/2026.
      ********* Favor incluir alteracoes efetuadas ***********
      * - PROGRAMA DE MANUTENCAO DOS PARAMETROS OPERACIONAIS POR
      *   EMPRESA (ARQPAR): DIAS DE CORTE DO FECHAMENTO MENSAL
      *   (HBFIM001), LIMITE DE PARADAS POR ROTA (HBROT001),
      *   INTERVALO PADRAO DAS PARCELAS (HBPED002) E DIRETORIO
      *   DOS ARQUIVOS DE DADOS DA EMPRESA (9050-CAMINHO)
      * - CADA PARAMETRO ALTERADO GRAVA UMA LINHA NO ARQPAH COM
      *   VALOR ANTERIOR, VALOR NOVO, USUARIO, DATA E HORA
      * - RELATORIO DOS PARAMETROS EM VIGOR (RELPAR.TXT) E DO
      *   HISTORICO DE ALTERACOES POR PERIODO (RELPAH.TXT)
      * - RESTRITO AO NIVEL MAXIMO DE LIBERACAO (99)
      * - 15/10/2026 - CONVENIO DE COBRANCA DA EMPRESA (BANCO,
      *   AGENCIA, CONTA E CARTEIRA) USADO NA REMESSA DA
      *   HBCOB001, COM HISTORICO E RELATORIO
      ********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *
           COPY "C:\Hbsis\ftt\FPAR0001.SEL".
           COPY "C:\Hbsis\ftt\FPAH0001.SEL".
           COPY "C:\HBSIS\FTT\FEMPRESA.SEL".
           COPY "C:\Hbsis\ftt\FRELCLI.SEL".
           COPY "C:\HBSIS\FTT\FLOG0001.SEL".
      *
       DATA DIVISION.
       FILE SECTION.
      *
           COPY "C:\Hbsis\ftt\FPAR0001.FD".
           COPY "C:\Hbsis\ftt\FPAH0001.FD".
           COPY "C:\HBSIS\FTT\FEMPRESA.FD".
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
       77  WS-CAMINHO-PAR             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-PAH             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-REL             PIC X(030)  VALUE SPACES.
       77  WS-CAMINHO-SALVO           PIC X(030)  VALUE SPACES.
       77  WS-LOG-PROGRAMA            PIC X(008)  VALUE SPACES.
       77  WS-LOG-ACAO                PIC X(020)  VALUE SPACES.
       77  WS-EMP-WK                  PIC 9(002)  VALUE ZEROS.
       77  WS-CORTE-WK                PIC 9(003)  VALUE ZEROS.
       77  WS-PARADAS-WK              PIC 9(003)  VALUE ZEROS.
       77  WS-INTERVALO-WK            PIC 9(003)  VALUE ZEROS.
       77  WS-DIR-WK                  PIC X(016)  VALUE SPACES.
       77  WS-BANCO-WK                PIC 9(003)  VALUE ZEROS.
       77  WS-AGENCIA-WK              PIC 9(004)  VALUE ZEROS.
       77  WS-CONTA-WK                PIC 9(008)  VALUE ZEROS.
       77  WS-CARTEIRA-WK             PIC 9(003)  VALUE ZEROS.
       77  WS-ANT-CORTE               PIC 9(003)  VALUE ZEROS.
       77  WS-ANT-PARADAS             PIC 9(003)  VALUE ZEROS.
       77  WS-ANT-INTERVALO           PIC 9(003)  VALUE ZEROS.
       77  WS-ANT-DIR                 PIC X(016)  VALUE SPACES.
       77  WS-ANT-BANCO               PIC 9(003)  VALUE ZEROS.
       77  WS-ANT-AGENCIA             PIC 9(004)  VALUE ZEROS.
       77  WS-ANT-CONTA               PIC 9(008)  VALUE ZEROS.
       77  WS-ANT-CARTEIRA            PIC 9(003)  VALUE ZEROS.
       77  WS-ALTERADOS               PIC 9(002)  VALUE ZEROS.
       77  WS-DIR-VALIDO              PIC XXX     VALUE "SIM".
       77  WS-TAM-DIR                 PIC 9(002)  VALUE ZEROS.
       77  WS-BRANCOS                 PIC 9(002)  VALUE ZEROS.
       77  WS-HIS-PARAMETRO           PIC X(020)  VALUE SPACES.
       77  WS-HIS-ANTERIOR            PIC X(020)  VALUE SPACES.
       77  WS-HIS-NOVO                PIC X(020)  VALUE SPACES.
       77  WS-VALOR-NUM               PIC 9(003)  VALUE ZEROS.
       77  WS-VALOR-LONGO             PIC 9(008)  VALUE ZEROS.
       77  WS-VALOR-TXT               PIC X(020)  VALUE SPACES.
       77  WS-EMP-EOF                 PIC XXX     VALUE "NAO".
       77  WS-PAH-EOF                 PIC XXX     VALUE "NAO".
       77  WS-DT-INI                  PIC 9(008)  VALUE ZEROS.
       77  WS-DT-FIM                  PIC 9(008)  VALUE ZEROS.
       77  WS-EMPRESAS                PIC 9(005)  VALUE ZEROS.
       77  WS-CADASTRADAS             PIC 9(005)  VALUE ZEROS.
       77  WS-ALTERACOES              PIC 9(005)  VALUE ZEROS.
       77  WS-CONT-ED                 PIC ZZZZ9.
       77  WS-REL-CORTE               PIC X(008)  VALUE SPACES.
       77  WS-REL-PARADAS             PIC X(008)  VALUE SPACES.
       77  WS-REL-INTERVALO           PIC X(008)  VALUE SPACES.
       77  WS-REL-DIR                 PIC X(020)  VALUE SPACES.
       77  WS-REL-BANCO               PIC X(008)  VALUE SPACES.
       77  WS-REL-AGENCIA             PIC X(013)  VALUE SPACES.
       77  WS-REL-CONTA               PIC X(013)  VALUE SPACES.
       77  WS-REL-CARTEIRA            PIC X(008)  VALUE SPACES.
       77  WS-PADRAO-CORTE            PIC 9(003)  VALUE 030.
       77  WS-PADRAO-PARADAS          PIC 9(003)  VALUE 010.
       77  WS-PADRAO-INTERVALO        PIC 9(003)  VALUE 030.
       77  WS-PADRAO-DIR              PIC X(016)
                                      VALUE "C:\HBSIS\DB\".
       77  WS-PADRAO-BANCO            PIC 9(003)  VALUE 001.
       77  WS-PADRAO-CARTEIRA         PIC 9(003)  VALUE 017.

       COPY "C:\Hbsis\ftt\WCONDATA.WK".
       COPY "C:\HBSIS\FTT\HBREL001.WK".
       COPY "C:\Hbsis\ftt\WCURSOR.WK".

       LINKAGE SECTION.
       COPY "C:\Hbsis\ftt\WCTRAN01.WK".

       SCREEN SECTION.
       COPY "C:\Hbsis\ftt\TPLANO2.ss".
       COPY "C:\Hbsis\ftt\TTELART.SS".
       COPY "C:\Hbsis\ftt\TTELAADV.SS".
       COPY "C:\Hbsis\ftt\TPAR0001.SS".
       COPY "C:\Hbsis\ftt\TOPCPAR.SS".
       COPY "C:\Hbsis\ftt\TCONF.SS".
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
           DISPLAY G-TOPCPAR.
           PERFORM 9600-LOOP-CURSOR.
           MOVE "NAO" TO SAIDA-WS
           EVALUATE TRUE
           WHEN WK-OPCAO EQUAL 1
                PERFORM ROT-ALTERACAO THRU ROT-ALTERACAO-EXIT
                              UNTIL SAIDA-WS = "SIM"
           WHEN WK-OPCAO EQUAL 2
                PERFORM ROT-RELATORIO THRU ROT-RELATORIO-EXIT
           WHEN WK-OPCAO EQUAL 3
                PERFORM ROT-HISTORICO THRU ROT-HISTORICO-EXIT
           END-EVALUATE.
        VERIF-OPCAO-EXIT.
           EXIT.

       ROT-ALTERACAO.
           PERFORM MONTAR-TELA THRU MONTAR-TELA-EXIT
           PERFORM ENTRAR-EMPRESA THRU ENTRAR-EMPRESA-EXIT
           IF SAIDA-WS = "NAO" THEN
              PERFORM LER-ARQPAR THRU LER-ARQPAR-EXIT
              PERFORM MOSTRAR-DADOS THRU MOSTRAR-DADOS-EXIT
              PERFORM ENTRAR-DADOS  THRU ENTRAR-DADOS-EXIT
              PERFORM CONTA-ALTERADOS THRU CONTA-ALTERADOS-EXIT
              IF WS-ALTERADOS = ZEROS THEN
                 MOVE "Nenhum parametro alterado..." TO MSG
                 PERFORM MENSAGEM THRU MENSAGEM-EXIT
              ELSE
                 PERFORM CONFIRMA THRU CONFIRMA-EXIT
                 IF WK-CONFIRMA = "S" THEN
                    PERFORM GRAVAR-PAR-REG THRU
                            GRAVAR-PAR-REG-EXIT
                    PERFORM GRAVA-HISTORICO THRU
                            GRAVA-HISTORICO-EXIT
                    PERFORM AVISA-DIRETORIO THRU
                            AVISA-DIRETORIO-EXIT
                 END-IF
              END-IF
           END-IF.
       ROT-ALTERACAO-EXIT.
           EXIT.

       MONTAR-TELA.
           DISPLAY G-TPAR0001.
       MONTAR-TELA-EXIT.
           EXIT.

       ENTRAR-EMPRESA.
           MOVE LK-EMP-COD TO WS-EMP-WK.
       ENTRAR-EMPRESA-CODIGO.
           ACCEPT  WS-EMP-WK AT 0928 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF TECLA = '01' THEN
              MOVE "SIM" TO SAIDA-WS
              GO  TO  ENTRAR-EMPRESA-EXIT
           END-IF
           MOVE WS-EMP-WK TO EMP-COD.
           READ ARQEMP INVALID KEY
               MOVE "Empresa nao cadastrada...              "
                                   TO WK-MSG-ADV1
               MOVE "Informe uma empresa existente...       "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-EMPRESA-CODIGO
           END-READ.
           DISPLAY EMP-NOME AT 0932 WITH REVERSE-VIDEO.
       ENTRAR-EMPRESA-EXIT.
           EXIT.

      *    SEM REGISTRO A EMPRESA USA O PADRAO EM TODOS OS CAMPOS;
      *    O REGISTRO E INCLUIDO NA CONFIRMACAO
       LER-ARQPAR.
           MOVE "NAO" TO ERRO-LEITURA
           MOVE WS-EMP-WK TO PAR-EMP-COD.
           READ ARQPAR WITH LOCK INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           IF ERRO-LEITURA = "SIM"
              MOVE SPACES    TO PAR-REG
              MOVE WS-EMP-WK TO PAR-EMP-COD
              MOVE ZEROS     TO PAR-CORTE-DIAS PAR-PARADAS-ROTA
                                PAR-INTERVALO-DIAS PAR-DT-ALTERACAO
                                PAR-COB-BANCO PAR-COB-AGENCIA
                                PAR-COB-CONTA PAR-COB-CARTEIRA.
           MOVE PAR-CORTE-DIAS     TO WS-ANT-CORTE.
           MOVE PAR-PARADAS-ROTA   TO WS-ANT-PARADAS.
           MOVE PAR-INTERVALO-DIAS TO WS-ANT-INTERVALO.
           MOVE PAR-DIR-DADOS      TO WS-ANT-DIR.
           MOVE PAR-COB-BANCO      TO WS-ANT-BANCO.
           MOVE PAR-COB-AGENCIA    TO WS-ANT-AGENCIA.
           MOVE PAR-COB-CONTA      TO WS-ANT-CONTA.
           MOVE PAR-COB-CARTEIRA   TO WS-ANT-CARTEIRA.
       LER-ARQPAR-EXIT.
           EXIT.

       MOSTRAR-DADOS.
           DISPLAY PAR-CORTE-DIAS     AT 1128 WITH REVERSE-VIDEO.
           DISPLAY PAR-PARADAS-ROTA   AT 1228 WITH REVERSE-VIDEO.
           DISPLAY PAR-INTERVALO-DIAS AT 1328 WITH REVERSE-VIDEO.
           DISPLAY PAR-DIR-DADOS      AT 1428 WITH REVERSE-VIDEO.
           DISPLAY PAR-COB-BANCO      AT 1528 WITH REVERSE-VIDEO.
           DISPLAY PAR-COB-AGENCIA    AT 1628 WITH REVERSE-VIDEO.
           DISPLAY PAR-COB-CONTA      AT 1635 WITH REVERSE-VIDEO.
           DISPLAY PAR-COB-CARTEIRA   AT 1728 WITH REVERSE-VIDEO.
           IF  ERRO-LEITURA EQUAL "SIM"
               DISPLAY "(sem registro - padrao)" AT 1928
           ELSE
               DISPLAY PAR-DT-ALTERACAO AT 1928 WITH REVERSE-VIDEO
               DISPLAY PAR-USUARIO-ALT  AT 1938 WITH REVERSE-VIDEO.
       MOSTRAR-DADOS-EXIT.
           EXIT.

       ENTRAR-DADOS.
           MOVE PAR-CORTE-DIAS     TO WS-CORTE-WK.
           MOVE PAR-PARADAS-ROTA   TO WS-PARADAS-WK.
           MOVE PAR-INTERVALO-DIAS TO WS-INTERVALO-WK.
           MOVE PAR-DIR-DADOS      TO WS-DIR-WK.
           MOVE PAR-COB-BANCO      TO WS-BANCO-WK.
           MOVE PAR-COB-AGENCIA    TO WS-AGENCIA-WK.
           MOVE PAR-COB-CONTA      TO WS-CONTA-WK.
           MOVE PAR-COB-CARTEIRA   TO WS-CARTEIRA-WK.
       ENTRAR-CORTE.
           ACCEPT WS-CORTE-WK AT 1128 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-CORTE-WK GREATER THAN 365
               MOVE "Corte do fechamento invalido...        "
                                   TO WK-MSG-ADV1
               MOVE "Informe de 001 a 365 dias ou zero...   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-CORTE.
       ENTRAR-PARADAS.
           ACCEPT WS-PARADAS-WK AT 1228 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY.
       ENTRAR-INTERVALO.
           ACCEPT WS-INTERVALO-WK AT 1328 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  WS-INTERVALO-WK GREATER THAN 180
               MOVE "Intervalo das parcelas invalido...     "
                                   TO WK-MSG-ADV1
               MOVE "Informe de 001 a 180 dias ou zero...   "
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-INTERVALO.
       ENTRAR-DIRETORIO.
           ACCEPT WS-DIR-WK AT 1428 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           INSPECT WS-DIR-WK CONVERTING
                   "abcdefghijklmnopqrstuvwxyz/"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ\".
           DISPLAY WS-DIR-WK AT 1428.
           PERFORM VALIDA-DIRETORIO THRU VALIDA-DIRETORIO-EXIT.
           IF  WS-DIR-VALIDO EQUAL "NAO"
               MOVE "Diretorio invalido...                  "
                                   TO WK-MSG-ADV1
               MOVE "Ex.: D:\DADOS\EMP02\ (termine com \)..."
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-DIRETORIO.
       ENTRAR-BANCO.
           ACCEPT WS-BANCO-WK AT 1528 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY.
       ENTRAR-AGENCIA.
           ACCEPT WS-AGENCIA-WK AT 1628 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY.
       ENTRAR-CONTA.
           ACCEPT WS-CONTA-WK AT 1635 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY
           IF  (WS-AGENCIA-WK EQUAL ZEROS
                AND WS-CONTA-WK NOT EQUAL ZEROS)
               OR (WS-AGENCIA-WK NOT EQUAL ZEROS
                AND WS-CONTA-WK EQUAL ZEROS)
               MOVE "Agencia e conta incompletas...         "
                                   TO WK-MSG-ADV1
               MOVE "Informe as duas ou deixe ambas zeradas."
                                   TO WK-MSG-ADV2
               PERFORM 9300-ADVERTENCIA
               GO  TO  ENTRAR-AGENCIA.
       ENTRAR-CARTEIRA.
           ACCEPT WS-CARTEIRA-WK AT 1728 WITH UPDATE AUTO-SKIP
           ACCEPT TECLA FROM ESCAPE KEY.
           MOVE WS-CORTE-WK       TO PAR-CORTE-DIAS.
           MOVE WS-PARADAS-WK     TO PAR-PARADAS-ROTA.
           MOVE WS-INTERVALO-WK   TO PAR-INTERVALO-DIAS.
           MOVE WS-DIR-WK         TO PAR-DIR-DADOS.
           MOVE WS-BANCO-WK       TO PAR-COB-BANCO.
           MOVE WS-AGENCIA-WK     TO PAR-COB-AGENCIA.
           MOVE WS-CONTA-WK       TO PAR-COB-CONTA.
           MOVE WS-CARTEIRA-WK    TO PAR-COB-CARTEIRA.
           MOVE WK-DATA-SYS       TO PAR-DT-ALTERACAO.
           MOVE LK-USUARIO        TO PAR-USUARIO-ALT.
       ENTRAR-DADOS-EXIT.
           EXIT.

      *    DIRETORIO: UNIDADE + ":\", SEM BRANCOS NO MEIO E
      *    TERMINADO POR "\" (O NOME DO ARQUIVO E CONCATENADO)
       VALIDA-DIRETORIO.
           MOVE "SIM" TO WS-DIR-VALIDO.
           IF  WS-DIR-WK EQUAL SPACES
               GO  TO  VALIDA-DIRETORIO-EXIT.
           MOVE ZEROS TO WS-BRANCOS.
           INSPECT WS-DIR-WK TALLYING WS-BRANCOS FOR ALL SPACES.
           COMPUTE WS-TAM-DIR = 16 - WS-BRANCOS.
           IF  WS-TAM-DIR LESS THAN 3
               OR WS-DIR-WK(1:1) NOT ALPHABETIC
               OR WS-DIR-WK(2:2) NOT EQUAL ":\"
               OR WS-DIR-WK(WS-TAM-DIR:1) NOT EQUAL "\"
               MOVE "NAO" TO WS-DIR-VALIDO
               GO  TO  VALIDA-DIRETORIO-EXIT.
           MOVE ZEROS TO WS-BRANCOS.
           INSPECT WS-DIR-WK(1:WS-TAM-DIR) TALLYING WS-BRANCOS
                   FOR ALL SPACES.
           IF  WS-BRANCOS NOT EQUAL ZEROS
               MOVE "NAO" TO WS-DIR-VALIDO.
       VALIDA-DIRETORIO-EXIT.
           EXIT.

       CONTA-ALTERADOS.
           MOVE ZEROS TO WS-ALTERADOS.
           IF  PAR-CORTE-DIAS NOT EQUAL WS-ANT-CORTE
               ADD 1 TO WS-ALTERADOS.
           IF  PAR-PARADAS-ROTA NOT EQUAL WS-ANT-PARADAS
               ADD 1 TO WS-ALTERADOS.
           IF  PAR-INTERVALO-DIAS NOT EQUAL WS-ANT-INTERVALO
               ADD 1 TO WS-ALTERADOS.
           IF  PAR-DIR-DADOS NOT EQUAL WS-ANT-DIR
               ADD 1 TO WS-ALTERADOS.
           IF  PAR-COB-BANCO NOT EQUAL WS-ANT-BANCO
               ADD 1 TO WS-ALTERADOS.
           IF  PAR-COB-AGENCIA NOT EQUAL WS-ANT-AGENCIA
               ADD 1 TO WS-ALTERADOS.
           IF  PAR-COB-CONTA NOT EQUAL WS-ANT-CONTA
               ADD 1 TO WS-ALTERADOS.
           IF  PAR-COB-CARTEIRA NOT EQUAL WS-ANT-CARTEIRA
               ADD 1 TO WS-ALTERADOS.
       CONTA-ALTERADOS-EXIT.
           EXIT.

       AVISA-DIRETORIO.
           IF  PAR-DIR-DADOS EQUAL WS-ANT-DIR
               GO  TO  AVISA-DIRETORIO-EXIT.
           MOVE "Diretorio de dados alterado...         "
                               TO WK-MSG-ADV1.
           MOVE "Copie os arquivos antes de usar...     "
                               TO WK-MSG-ADV2.
           PERFORM 9300-ADVERTENCIA.
       AVISA-DIRETORIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    HISTORICO: UMA LINHA POR PARAMETRO ALTERADO            *
      *----------------------------------------------------------*
       GRAVA-HISTORICO.
           MOVE "C:\HBSIS\DB\ARQPAH.DAT" TO WS-CAMINHO-PAH.
           OPEN EXTEND ARQPAH.
           IF  WK01-RETCOD EQUAL "35"
               OPEN OUTPUT ARQPAH
               CLOSE ARQPAH
               OPEN EXTEND ARQPAH
           END-IF.
           MOVE " HISTORICO"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.
           IF  WK01-RETCOD NOT EQUAL "00" AND "97"
               GO  TO  GRAVA-HISTORICO-EXIT.
           IF  PAR-CORTE-DIAS NOT EQUAL WS-ANT-CORTE
               MOVE "CORTE FECHAMENTO"   TO WS-HIS-PARAMETRO
               MOVE WS-ANT-CORTE         TO WS-VALOR-NUM
               PERFORM FORMATA-NUMERO THRU FORMATA-NUMERO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-ANTERIOR
               MOVE PAR-CORTE-DIAS       TO WS-VALOR-NUM
               PERFORM FORMATA-NUMERO THRU FORMATA-NUMERO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-NOVO
               PERFORM GRAVA-LINHA-HIS THRU GRAVA-LINHA-HIS-EXIT.
           IF  PAR-PARADAS-ROTA NOT EQUAL WS-ANT-PARADAS
               MOVE "PARADAS POR ROTA"   TO WS-HIS-PARAMETRO
               MOVE WS-ANT-PARADAS       TO WS-VALOR-NUM
               PERFORM FORMATA-NUMERO THRU FORMATA-NUMERO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-ANTERIOR
               MOVE PAR-PARADAS-ROTA     TO WS-VALOR-NUM
               PERFORM FORMATA-NUMERO THRU FORMATA-NUMERO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-NOVO
               PERFORM GRAVA-LINHA-HIS THRU GRAVA-LINHA-HIS-EXIT.
           IF  PAR-INTERVALO-DIAS NOT EQUAL WS-ANT-INTERVALO
               MOVE "INTERVALO PARCELAS" TO WS-HIS-PARAMETRO
               MOVE WS-ANT-INTERVALO     TO WS-VALOR-NUM
               PERFORM FORMATA-NUMERO THRU FORMATA-NUMERO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-ANTERIOR
               MOVE PAR-INTERVALO-DIAS   TO WS-VALOR-NUM
               PERFORM FORMATA-NUMERO THRU FORMATA-NUMERO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-NOVO
               PERFORM GRAVA-LINHA-HIS THRU GRAVA-LINHA-HIS-EXIT.
           IF  PAR-DIR-DADOS NOT EQUAL WS-ANT-DIR
               MOVE "DIRETORIO DE DADOS" TO WS-HIS-PARAMETRO
               MOVE WS-ANT-DIR           TO WS-HIS-ANTERIOR
               IF  WS-ANT-DIR EQUAL SPACES
                   MOVE "PADRAO"         TO WS-HIS-ANTERIOR
               END-IF
               MOVE PAR-DIR-DADOS        TO WS-HIS-NOVO
               IF  PAR-DIR-DADOS EQUAL SPACES
                   MOVE "PADRAO"         TO WS-HIS-NOVO
               END-IF
               PERFORM GRAVA-LINHA-HIS THRU GRAVA-LINHA-HIS-EXIT.
           IF  PAR-COB-BANCO NOT EQUAL WS-ANT-BANCO
               MOVE "BANCO COBRANCA"     TO WS-HIS-PARAMETRO
               MOVE WS-ANT-BANCO         TO WS-VALOR-NUM
               PERFORM FORMATA-NUMERO THRU FORMATA-NUMERO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-ANTERIOR
               MOVE PAR-COB-BANCO        TO WS-VALOR-NUM
               PERFORM FORMATA-NUMERO THRU FORMATA-NUMERO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-NOVO
               PERFORM GRAVA-LINHA-HIS THRU GRAVA-LINHA-HIS-EXIT.
           IF  PAR-COB-AGENCIA NOT EQUAL WS-ANT-AGENCIA
               MOVE "AGENCIA COBRANCA"   TO WS-HIS-PARAMETRO
               MOVE WS-ANT-AGENCIA       TO WS-VALOR-LONGO
               PERFORM FORMATA-LONGO THRU FORMATA-LONGO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-ANTERIOR
               MOVE PAR-COB-AGENCIA      TO WS-VALOR-LONGO
               PERFORM FORMATA-LONGO THRU FORMATA-LONGO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-NOVO
               PERFORM GRAVA-LINHA-HIS THRU GRAVA-LINHA-HIS-EXIT.
           IF  PAR-COB-CONTA NOT EQUAL WS-ANT-CONTA
               MOVE "CONTA COBRANCA"     TO WS-HIS-PARAMETRO
               MOVE WS-ANT-CONTA         TO WS-VALOR-LONGO
               PERFORM FORMATA-LONGO THRU FORMATA-LONGO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-ANTERIOR
               MOVE PAR-COB-CONTA        TO WS-VALOR-LONGO
               PERFORM FORMATA-LONGO THRU FORMATA-LONGO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-NOVO
               PERFORM GRAVA-LINHA-HIS THRU GRAVA-LINHA-HIS-EXIT.
           IF  PAR-COB-CARTEIRA NOT EQUAL WS-ANT-CARTEIRA
               MOVE "CARTEIRA COBRANCA"  TO WS-HIS-PARAMETRO
               MOVE WS-ANT-CARTEIRA      TO WS-VALOR-NUM
               PERFORM FORMATA-NUMERO THRU FORMATA-NUMERO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-ANTERIOR
               MOVE PAR-COB-CARTEIRA     TO WS-VALOR-NUM
               PERFORM FORMATA-NUMERO THRU FORMATA-NUMERO-EXIT
               MOVE WS-VALOR-TXT         TO WS-HIS-NOVO
               PERFORM GRAVA-LINHA-HIS THRU GRAVA-LINHA-HIS-EXIT.
           CLOSE ARQPAH.
       GRAVA-HISTORICO-EXIT.
           EXIT.

       FORMATA-NUMERO.
           MOVE SPACES TO WS-VALOR-TXT.
           IF  WS-VALOR-NUM EQUAL ZEROS
               MOVE "PADRAO" TO WS-VALOR-TXT
           ELSE
               MOVE WS-VALOR-NUM TO WS-VALOR-TXT.
       FORMATA-NUMERO-EXIT.
           EXIT.

      *    AGENCIA E CONTA NAO TEM PADRAO
       FORMATA-LONGO.
           MOVE SPACES TO WS-VALOR-TXT.
           IF  WS-VALOR-LONGO EQUAL ZEROS
               MOVE "NAO INFORMADA" TO WS-VALOR-TXT
           ELSE
               MOVE WS-VALOR-LONGO TO WS-VALOR-TXT.
       FORMATA-LONGO-EXIT.
           EXIT.

       GRAVA-LINHA-HIS.
           MOVE SPACES            TO PAH-REG.
           MOVE WK-DATA-SYS       TO PAH-DATA.
           ACCEPT WK-HORA FROM TIME.
           MOVE WK-HORA(1:6)      TO PAH-HORA.
           MOVE LK-USUARIO        TO PAH-USUARIO.
           MOVE PAR-EMP-COD       TO PAH-EMP-COD.
           MOVE WS-HIS-PARAMETRO  TO PAH-PARAMETRO.
           MOVE WS-HIS-ANTERIOR   TO PAH-VL-ANTERIOR.
           MOVE WS-HIS-NOVO       TO PAH-VL-NOVO.
           WRITE PAH-REG.
       GRAVA-LINHA-HIS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    RELATORIO DOS PARAMETROS EM VIGOR POR EMPRESA          *
      *----------------------------------------------------------*
       ROT-RELATORIO.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELPAR"   TO SR-REL-BASE.
           MOVE "HBPAR001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "PARAMETROS OPERACIONAIS EM VIGOR - EMITIDO EM "
                  WK-DATA-SYS " POR " LK-USUARIO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "(P) = PARAMETRO NAO CADASTRADO NO ARQPAR, VALE O "
                  "PADRAO DO SISTEMA"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES               TO REL-LINHA.
           MOVE "EMP NOME"           TO REL-LINHA(1:8).
           MOVE "CORTE"              TO REL-LINHA(46:5).
           MOVE "PARADAS"            TO REL-LINHA(55:7).
           MOVE "INTERV."            TO REL-LINHA(64:7).
           MOVE "DIRETORIO DE DADOS" TO REL-LINHA(73:18).
           MOVE "ALTERADO POR"       TO REL-LINHA(94:12).
           WRITE REL-LINHA.
           MOVE ZEROS TO WS-EMPRESAS WS-CADASTRADAS.
           MOVE "NAO" TO WS-EMP-EOF.
           MOVE ZEROS TO EMP-COD.
           START ARQEMP KEY IS NOT LESS THAN EMP-COD INVALID KEY
               MOVE "SIM" TO WS-EMP-EOF.
           PERFORM LISTA-EMPRESA THRU LISTA-EMPRESA-EXIT
                   UNTIL WS-EMP-EOF EQUAL "SIM".
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-EMPRESAS TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "EMPRESAS: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           MOVE WS-CADASTRADAS TO WS-CONT-ED.
           STRING "   COM PARAMETROS CADASTRADOS: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA(16:40).
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBPAR001"              TO WS-LOG-PROGRAMA.
           MOVE "RELATORIO PARAMETROS"  TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-RELATORIO-EXIT.
           EXIT.

       LISTA-EMPRESA.
           READ ARQEMP NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-EMP-EOF
                   GO  TO  LISTA-EMPRESA-EXIT
           END-READ.
           ADD 1 TO WS-EMPRESAS.
           MOVE EMP-COD TO PAR-EMP-COD.
           MOVE "NAO" TO ERRO-LEITURA.
           READ ARQPAR INVALID KEY
                MOVE "SIM" TO ERRO-LEITURA
           END-READ.
           IF  ERRO-LEITURA EQUAL "SIM"
               MOVE SPACES  TO PAR-REG
               MOVE EMP-COD TO PAR-EMP-COD
               MOVE ZEROS   TO PAR-CORTE-DIAS PAR-PARADAS-ROTA
                               PAR-INTERVALO-DIAS PAR-DT-ALTERACAO
                               PAR-COB-BANCO PAR-COB-AGENCIA
                               PAR-COB-CONTA PAR-COB-CARTEIRA
           ELSE
               ADD 1 TO WS-CADASTRADAS.
           MOVE SPACES TO WS-REL-CORTE WS-REL-PARADAS
                          WS-REL-INTERVALO WS-REL-DIR.
           IF  PAR-CORTE-DIAS EQUAL ZEROS
               MOVE WS-PADRAO-CORTE     TO WS-REL-CORTE(1:3)
               MOVE "(P)"               TO WS-REL-CORTE(5:3)
           ELSE
               MOVE PAR-CORTE-DIAS      TO WS-REL-CORTE(1:3).
           IF  PAR-PARADAS-ROTA EQUAL ZEROS
               MOVE WS-PADRAO-PARADAS   TO WS-REL-PARADAS(1:3)
               MOVE "(P)"               TO WS-REL-PARADAS(5:3)
           ELSE
               MOVE PAR-PARADAS-ROTA    TO WS-REL-PARADAS(1:3).
           IF  PAR-INTERVALO-DIAS EQUAL ZEROS
               MOVE WS-PADRAO-INTERVALO TO WS-REL-INTERVALO(1:3)
               MOVE "(P)"               TO WS-REL-INTERVALO(5:3)
           ELSE
               MOVE PAR-INTERVALO-DIAS  TO WS-REL-INTERVALO(1:3).
           IF  PAR-DIR-DADOS EQUAL SPACES
               MOVE WS-PADRAO-DIR       TO WS-REL-DIR(1:16)
               MOVE "(P)"               TO WS-REL-DIR(18:3)
           ELSE
               MOVE PAR-DIR-DADOS       TO WS-REL-DIR(1:16).
           MOVE SPACES TO REL-LINHA.
           STRING EMP-COD "  " EMP-NOME " " WS-REL-CORTE " "
                  WS-REL-PARADAS " " WS-REL-INTERVALO " "
                  WS-REL-DIR
                  DELIMITED BY SIZE INTO REL-LINHA.
           IF  ERRO-LEITURA EQUAL "NAO"
               MOVE PAR-DT-ALTERACAO    TO REL-LINHA(94:8)
               MOVE PAR-USUARIO-ALT     TO REL-LINHA(103:8).
           WRITE REL-LINHA.
           MOVE SPACES TO WS-REL-BANCO WS-REL-AGENCIA WS-REL-CONTA
                          WS-REL-CARTEIRA.
           IF  PAR-COB-BANCO EQUAL ZEROS
               MOVE WS-PADRAO-BANCO     TO WS-REL-BANCO(1:3)
               MOVE "(P)"               TO WS-REL-BANCO(5:3)
           ELSE
               MOVE PAR-COB-BANCO       TO WS-REL-BANCO(1:3).
           IF  PAR-COB-AGENCIA EQUAL ZEROS
               MOVE "NAO INFORMADA"     TO WS-REL-AGENCIA
           ELSE
               MOVE PAR-COB-AGENCIA     TO WS-REL-AGENCIA(1:4).
           IF  PAR-COB-CONTA EQUAL ZEROS
               MOVE "NAO INFORMADA"     TO WS-REL-CONTA
           ELSE
               MOVE PAR-COB-CONTA       TO WS-REL-CONTA(1:8).
           IF  PAR-COB-CARTEIRA EQUAL ZEROS
               MOVE WS-PADRAO-CARTEIRA  TO WS-REL-CARTEIRA(1:3)
               MOVE "(P)"               TO WS-REL-CARTEIRA(5:3)
           ELSE
               MOVE PAR-COB-CARTEIRA    TO WS-REL-CARTEIRA(1:3).
           MOVE SPACES TO REL-LINHA.
           STRING "    COBRANCA: BANCO " WS-REL-BANCO
                  " AGENCIA " WS-REL-AGENCIA
                  " CONTA " WS-REL-CONTA
                  " CARTEIRA " WS-REL-CARTEIRA
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-EMPRESA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    HISTORICO DE ALTERACOES POR PERIODO                    *
      *----------------------------------------------------------*
       ROT-HISTORICO.
           MOVE WK-DATA-SYS TO WS-DT-FIM WS-DT-INI.
           MOVE "01"        TO WS-DT-INI(7:2).
           DISPLAY "Alteracoes de (AAAAMMDD)...:" AT 2003.
           ACCEPT WS-DT-INI AT 2031 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-HISTORICO-LIMPA.
           DISPLAY "ate (AAAAMMDD).............:" AT 2103.
           ACCEPT WS-DT-FIM AT 2131 WITH UPDATE AUTO-SKIP.
           ACCEPT TECLA FROM ESCAPE KEY.
           IF  TECLA EQUAL "01"
               GO  TO  ROT-HISTORICO-LIMPA.
           MOVE "C:\HBSIS\DB\ARQPAH.DAT" TO WS-CAMINHO-PAH.
           OPEN INPUT ARQPAH.
           IF  WK01-RETCOD EQUAL "35"
               MOVE "Nenhuma alteracao registrada..." TO MSG
               PERFORM MENSAGEM THRU MENSAGEM-EXIT
               GO  TO  ROT-HISTORICO-LIMPA.
           MOVE " HISTORICO"           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.
           MOVE ZEROS TO WS-ALTERACOES.
           MOVE "GER"      TO SR-REL-FUNCAO.
           MOVE "RELPAH"   TO SR-REL-BASE.
           MOVE "HBPAR001" TO SR-REL-PROGRAMA.
           MOVE LK-USUARIO TO SR-REL-USUARIO.
           MOVE ZEROS      TO SR-REL-RETENCAO.
           CALL "HBREL001" USING SR-PARAM-HBREL001.
           MOVE SR-REL-CAMINHO TO WS-CAMINHO-REL
                                  REL-ARQ-WK.
           OPEN OUTPUT ARQREL.
           MOVE SPACES TO REL-LINHA.
           STRING "HISTORICO DE ALTERACAO DE PARAMETROS DE "
                  WS-DT-INI " A " WS-DT-FIM
                  " - EMITIDO EM " WK-DATA-SYS " POR " LK-USUARIO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE SPACES TO REL-LINHA.
           STRING "DATA     HORA   USUARIO  EMP PARAMETRO           "
                  " VALOR ANTERIOR       VALOR NOVO"
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           MOVE "NAO" TO WS-PAH-EOF.
           PERFORM LISTA-HISTORICO THRU LISTA-HISTORICO-EXIT
                   UNTIL WS-PAH-EOF EQUAL "SIM".
           CLOSE ARQPAH.
           MOVE SPACES TO REL-LINHA.
           WRITE REL-LINHA.
           MOVE WS-ALTERACOES TO WS-CONT-ED.
           MOVE SPACES TO REL-LINHA.
           STRING "ALTERACOES: " WS-CONT-ED
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
           CLOSE ARQREL.
           MOVE "HBPAR001"              TO WS-LOG-PROGRAMA.
           MOVE "HISTORICO PARAMETROS"  TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE SPACES TO MSG.
           STRING "Relatorio gravado: " DELIMITED BY SIZE
                  WS-CAMINHO-REL(13:12) DELIMITED BY SIZE
                  INTO MSG.
           PERFORM MENSAGEM THRU MENSAGEM-EXIT.
           PERFORM OFERECE-VISUALIZAR THRU OFERECE-VISUALIZAR-EXIT.
       ROT-HISTORICO-LIMPA.
           DISPLAY "                                          "
                   AT 2003.
           DISPLAY "                                          "
                   AT 2103.
       ROT-HISTORICO-EXIT.
           EXIT.

       LISTA-HISTORICO.
           READ ARQPAH NEXT RECORD
               AT END
                   MOVE "SIM" TO WS-PAH-EOF
                   GO  TO  LISTA-HISTORICO-EXIT
           END-READ.
           IF  PAH-DATA LESS THAN WS-DT-INI
               OR PAH-DATA GREATER THAN WS-DT-FIM
               GO  TO  LISTA-HISTORICO-EXIT.
           ADD 1 TO WS-ALTERACOES.
           MOVE SPACES TO REL-LINHA.
           STRING PAH-DATA " " PAH-HORA " " PAH-USUARIO " "
                  PAH-EMP-COD "  " PAH-PARAMETRO " "
                  PAH-VL-ANTERIOR " " PAH-VL-NOVO
                  DELIMITED BY SIZE INTO REL-LINHA.
           WRITE REL-LINHA.
       LISTA-HISTORICO-EXIT.
           EXIT.

       CONFIRMA.
           PERFORM SALVA-TELA THRU SALVA-TELA-EXIT
           MOVE "Confirma alteracao ..." TO WK-MSG-CONF.
           MOVE "S" TO WK-CONFIRMA.
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
           MOVE "HBPAR001 " TO LK-PGM(2).
           MOVE "HBPAR001 " TO WK-COD-PGM.
           MOVE " PARAMETROS OPERACIONAIS" TO WK-DESC-PGM.
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

           MOVE "C:\HBSIS\DB\ARQPAR.DAT" TO WS-CAMINHO-PAR PAR-ARQ-WK.
           OPEN I-O ARQPAR.
           IF WK01-RETCOD = "35" THEN
              OPEN OUTPUT ARQPAR
              CLOSE ARQPAR
              OPEN I-O ARQPAR
           END-IF
           MOVE " PARAMETROS"          TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "C:\HBSIS\DB\ARQEMP.DAT" TO WS-CAMINHO EMP-ARQ-WK.
           OPEN INPUT ARQEMP.
           MOVE " EMPRESAS "           TO WK-MSG-RT2.
           PERFORM 9100-RETCOD.

           MOVE "HBPAR001"              TO WS-LOG-PROGRAMA.
           MOVE "ENTROU NO PROGRAMA"    TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       ABRE-ARQUIVOS-EXIT.
           EXIT.

       FINALIZA.
           MOVE "HBPAR001"              TO WS-LOG-PROGRAMA.
           MOVE "SAIU DO PROGRAMA"      TO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
           MOVE " " TO LK-PGM(2).
           CLOSE ARQPAR.
           CLOSE ARQEMP.
           EXIT PROGRAM.
       FINALIZA-EXIT.
           EXIT.

       GRAVAR-PAR-REG.
           IF  ERRO-LEITURA EQUAL "SIM"
               WRITE PAR-REG INVALID KEY
                     PERFORM 9100-RETCOD
               END-WRITE
           ELSE
               REWRITE PAR-REG INVALID KEY
                       PERFORM 9100-RETCOD
               END-REWRITE.
           MOVE "HBPAR001"              TO WS-LOG-PROGRAMA.
           MOVE SPACES                  TO WS-LOG-ACAO.
           STRING "ALT PARAMETROS EMP" PAR-EMP-COD
                  DELIMITED BY SIZE INTO WS-LOG-ACAO.
           PERFORM 9700-GRAVA-LOG.
       GRAVAR-PAR-REG-EXIT.
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

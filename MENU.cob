      *                      SAUDEDIA, EMPRESTIMO); o ROLLMESTRE, que
      *                      pode substituir mestres inteiros, entra
      *                      no grupo reservado ao nivel senior.
      *   15/01/2025 - JLS - Opcao 51 para o cadastro de clientes
      *                      (MANCLIENTE), no nivel de operacao.
      *   22/01/2025 - JLS - Opcao 52 para os sinistros de transporte
      *                      (MANSINISTRO), no nivel de operacao.
      *   23/01/2025 - JLS - Nova opcao 53 - devolucao com frete de
      *                      retorno (DEVFRETE).
      *   24/01/2025 - JLS - Nova opcao 54 - comparativo de selecao de
      *                      transportadora por rota (RELSELECAO), no
      *                      nivel das consultas.
      *   25/01/2025 - JLS - Nova opcao 55 - contas a pagar das
      *                      transportadoras (PAGTRANSP), no nivel de
      *                      operacao.
      *   26/01/2025 - JLS - Nova opcao 56 - margem de frete por pedido,
      *                      cliente, rota e transportadora (RELMARGEM),
      *                      no nivel das consultas.
      *   28/01/2025 - JLS - Nova opcao 57 - revisao trimestral de
      *                      limite de credito (REVCREDITO), no nivel
      *                      das consultas.
      *   29/01/2025 - JLS - Nova opcao 58 - carga do diretorio de CEP a
      *                      partir do extrato dos Correios
      *                      (CARGADIRCEP), no nivel de operacao.
      *   30/01/2025 - JLS - Nova opcao 59 - averbacao mensal do seguro
      *                      de carga (AVERBACAO), no nivel de operacao.
      *   31/01/2025 - JLS - Nova opcao 60 - conversao das cotacoes
      *                      previas em pedidos (RELCOTACAO), no nivel
      *                      das consultas.
      *   01/02/2025 - JLS - Novas opcoes 61 - manutencao do estoque
      *                      (MANESTOQUE), no nivel de operacao, e 62 -
      *                      posicao de estoque (RELESTOQUE), no nivel
      *                      das consultas.
      *   02/02/2025 - JLS - Nova opcao 63 - cartas de cobranca e
      *                      retencao por atraso (COBRANCA), no nivel de
      *                      operacao.
      *   03/02/2025 - JLS - Nova opcao 64 - retorno da cobranca
      *                      bancaria dos titulos de clientes
      *                      (RETCOBRANCA), no nivel de operacao.
      *   04/02/2025 - JLS - Nova opcao 65 - arquivo de deposito do FGTS
      *                      da competencia (DEPFGTS), no nivel de
      *                      operacao.
      *   05/02/2025 - JLS - Nova opcao 66 - cadastro de dependentes do
      *                      funcionario para o IRRF e o salario-familia
      *                      (MANDEPEND), no nivel de operacao.
      *   06/02/2025 - JLS - Nova opcao 67 - funcionarios ativos com a
      *                      identificacao civil incompleta (RELIDENT),
      *                      no nivel das consultas.
      *   07/02/2025 - JLS - Novas opcoes 68 - cadastro de afastamentos
      *                      do funcionario (MANAFAST), no nivel de
      *                      operacao, e 69 - funcionarios afastados no
      *                      mes por departamento (RELAFAST), no nivel
      *                      das consultas.
      *   08/02/2025 - JLS - Opcao 70 - apuracao do ponto (PONTO), que
      *                      gera as horas extras, faltas e atrasos do
      *                      mes em VARMOV.DAT.
      *   09/02/2025 - JLS - Opcao 71 - informe de rendimentos anual dos
      *                      funcionarios (INFORME), com o controle
      *                      contra as declaracoes mensais do ano.
      *   10/02/2025 - JLS - Opcao 72 - cadastro de beneficios dos
      *                      funcionarios (MANBENEF), vale-transporte e
      *                      refeicao/alimentacao, no nivel de operacao.
      *   11/02/2025 - JLS - Opcao 73 - liberacao dos pagamentos retidos
      *                      pela revisao da folha (LIBPAGTO), reservada
      *                      ao nivel 3.
      *   12/02/2025 - JLS - Opcao 74 - cadastro de pensao alimenticia
      *                      por ordem judicial (MANPENSAO), no nivel de
      *                      operacao.
      *   13/02/2025 - JLS - Opcoes 75 - cadastro de cargos e faixas
      *                      salariais (MANCARGO) e 76 - relatorio de
      *                      aderencia a faixa (RELFAIXA, nivel de
      *                      consulta).
      *   17/02/2025 - JLS - Opcao 77 - relatorio de alunos inscritos
      *                      nas secoes sem pre-requisito (RELPREREQ),
      *                      no nivel de consulta.
      *   18/02/2025 - JLS - Opcoes 78 - quadro de horarios das secoes
      *                      (MANHORARIO) e 79 - validacao de choques e
      *                      geracao do calendario (VALHORARIO), no
      *                      nivel de operacao.
      *   19/02/2025 - JLS - Opcao 80 - pagamento das aulas dadas pelos
      *                      professores horistas (PAGAULA), no nivel de
      *                      operacao.
      *   20/02/2025 - JLS - Opcao 81 - cobranca das mensalidades
      *                      escolares (MENSALIDADE), no nivel de
      *                      operacao.
      *   21/02/2025 - JLS - Opcao 82 - cadastro de disciplinas com
      *                      carga horaria (MANDISCIPLINA), no nivel de
      *                      operacao.
      *   22/02/2025 - JLS - Opcao 83 - pedidos de inscricao em secao
      *                      com lista de espera (ALOCATURMA), no nivel
      *                      de operacao, e 84 - lotacao das secoes
      *                      (RELVAGAS), no nivel de consulta.
      *   23/02/2025 - JLS - Opcao 85 - DRE e balanco patrimonial
      *                      (DEMCONT), no nivel de consulta.
      *   24/02/2025 - JLS - Opcao 86 - previsao de caixa (FLUXOCAIXA),
      *                      no nivel de consulta.
      *   25/02/2025 - JLS - Opcao 87 - cadastro do orcamento por conta
      *                      (MANORCAMENTO), no nivel de operacao, e 88
      *                      - orcado x realizado (RELORCAMENTO), no
      *                      nivel de consulta.
      *   26/02/2025 - JLS - Opcao 89 - lancamentos contabeis manuais
      *                      com aprovacao (MANLANC), no nivel de
      *                      operacao.
      *   27/02/2025 - JLS - Opcao 90 - encerramento do exercicio
      *                      contabil (ENCERRAANO), no nivel de
      *                      operacao; o estorno confere o operador
      *                      senior no proprio programa.
      *   28/02/2025 - JLS - Opcao 91 - regras de lancamento contabil
      *                      (MANREGRA).
      *   02/03/2025 - JLS - Opcao 92 - aplicacoes financeiras
      *                      (APLICFIN).
      *   03/03/2025 - JLS - Opcao 93 - auditoria de integridade
      *                      referencial entre arquivos (INTEGRIDADE),
      *                      no nivel de consulta.
      *   04/03/2025 - JLS - Opcao 94 - virada de ano dos arquivos
      *                      operacionais (JOBVIRADA), reservada ao
      *                      nivel 3 porque regrava FUNCHIST.DAT e
      *                      RUNLOG.DAT.
      *   05/03/2025 - JLS - Opcao 95 - previsao do plano noturno nos
      *                      proximos 30 dias (PREVPLANO), no nivel
      *                      de consulta.
      *   06/03/2025 - JLS - Opcao 96 - aprovacao de movimentos
      *                      sensiveis por um segundo operador
      *                      (APROVMOV), que recebe o operador e o
      *                      nivel identificados na entrada. Na entrada
      *                      o operador e avisado dos movimentos seus
      *                      recusados ou vencidos na fila de aprovacao.
      *   07/03/2025 - JLS - Opcoes 97 - fila de avisos por e-mail
      *                      (NOTIFICA) e 98 - retorno do gateway de
      *                      e-mail (NOTIFRET).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU.
       77 WRK-DATA-HOJE PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-AGORA PIC X(08) VALUE SPACES.

       01 WRK-PARM-APROV.
           05 WRK-AC-FUNCAO      PIC X(01) VALUE SPACE.
           05 WRK-AC-ORIGEM      PIC X(12) VALUE SPACES.
           05 WRK-AC-TIPO        PIC X(20) VALUE SPACES.
           05 WRK-AC-OPERADOR    PIC X(08) VALUE SPACES.
           05 WRK-AC-SENSIVEL    PIC X(01) VALUE "N".
           05 WRK-AC-NIVEL       PIC 9(01) VALUE ZEROS.
           05 WRK-AC-PRAZO       PIC 9(03) VALUE ZEROS.
           05 WRK-AC-QTD         PIC 9(03) VALUE ZEROS.
           05 WRK-AC-RESULTADO   PIC X(01) VALUE "0".
           05 WRK-AC-MOVIMENTO   PIC X(300) VALUE SPACES.
           05 WRK-AC-RETORNO     PIC 9(02) VALUE ZEROS.

      *    Ultima execucao de cada job registrado em RUNLOG.DAT,
      *    mostrada como painel abaixo das opcoes.
       01 TAB-ULTIMAS.
            IF FIM-MENU
                STOP RUN
            END-IF
            PERFORM 0060-AVISA-DEVOLUCOES
            PERFORM UNTIL FIM-MENU
                PERFORM 0100-MOSTRAMENU
                PERFORM 0200-RECEBEOPCAO
       0050-SAIDA.
            EXIT.

      *    Vence na fila de aprovacao (PENDAPROV.DAT) o que passou do
      *    prazo e avisa o operador dos movimentos dele recusados ou
      *    vencidos ainda nao vistos; o detalhe sai na opcao 96.
       0060-AVISA-DEVOLUCOES SECTION.
            MOVE "C" TO WRK-AC-FUNCAO
            MOVE WRK-OPERADOR TO WRK-AC-OPERADOR
            MOVE ZEROS TO WRK-AC-QTD
            MOVE RETURN-CODE TO WRK-AC-RETORNO
            CALL "APROVCTL" USING WRK-PARM-APROV
            IF WRK-AC-QTD GREATER ZERO
                DISPLAY "Aviso: " WRK-AC-QTD
                    " movimento(s) seu(s) recusado(s) ou vencido(s)"
                    " na aprovacao - ver opcao 96"
            END-IF.

       0100-MOSTRAMENU SECTION.
            DISPLAY " "
            DISPLAY "============================================"
            DISPLAY " 48 - Plano noturno (JOBNOTURNO)"
            DISPLAY " 49 - Checagem de saude (SAUDEDIA)"
            DISPLAY " 50 - Carteira de emprestimos (EMPRESTIMO)"
            DISPLAY " 51 - Cadastro de clientes (MANCLIENTE)"
            DISPLAY " 52 - Sinistros de transporte (MANSINISTRO)"
            DISPLAY " 53 - Devolucao com frete de retorno (DEVFRETE)"
            DISPLAY " 54 - Comparativo de transportadora (RELSELECAO)"
            DISPLAY " 55 - Contas a pagar transportadoras (PAGTRANSP)"
            DISPLAY " 56 - Margem de frete por pedido (RELMARGEM)"
            DISPLAY " 57 - Revisao de limite de credito (REVCREDITO)"
            DISPLAY " 58 - Carga do diretorio de CEP (CARGADIRCEP)"
            DISPLAY " 59 - Averbacao do seguro de carga (AVERBACAO)"
            DISPLAY " 60 - Conversao de cotacoes (RELCOTACAO)"
            DISPLAY " 61 - Manutencao do estoque (MANESTOQUE)"
            DISPLAY " 62 - Posicao de estoque (RELESTOQUE)"
            DISPLAY " 63 - Cartas de cobranca (COBRANCA)"
            DISPLAY " 64 - Retorno da cobranca bancaria (RETCOBRANCA)"
            DISPLAY " 65 - Deposito do FGTS da competencia (DEPFGTS)"
            DISPLAY " 66 - Cadastro de dependentes (MANDEPEND)"
            DISPLAY " 67 - Identificacao incompleta (RELIDENT)"
            DISPLAY " 68 - Cadastro de afastamentos (MANAFAST)"
            DISPLAY " 69 - Funcionarios afastados no mes (RELAFAST)"
            DISPLAY " 70 - Apuracao do ponto (PONTO)"
            DISPLAY " 71 - Informe de rendimentos anual (INFORME)"
            DISPLAY " 72 - Cadastro de beneficios (MANBENEF)"
            DISPLAY " 73 - Liberacao de pagamentos retidos (LIBPAGTO)"
            DISPLAY " 74 - Cadastro de pensao alimenticia (MANPENSAO)"
            DISPLAY " 75 - Cadastro de cargos e faixas (MANCARGO)"
            DISPLAY " 76 - Aderencia a faixa salarial (RELFAIXA)"
            DISPLAY " 77 - Pre-requisitos das inscricoes (RELPREREQ)"
            DISPLAY " 78 - Quadro de horarios das secoes (MANHORARIO)"
            DISPLAY " 79 - Validacao de horarios e calendario"
                " (VALHORARIO)"
            DISPLAY " 80 - Pagamento das aulas dadas (PAGAULA)"
            DISPLAY " 81 - Mensalidades escolares (MENSALIDADE)"
            DISPLAY " 82 - Cadastro de disciplinas (MANDISCIPLINA)"
            DISPLAY " 83 - Pedidos de inscricao em secao (ALOCATURMA)"
            DISPLAY " 84 - Lotacao das secoes (RELVAGAS)"
            DISPLAY " 85 - DRE e balanco patrimonial (DEMCONT)"
            DISPLAY " 86 - Previsao de caixa (FLUXOCAIXA)"
            DISPLAY " 87 - Cadastro do orcamento (MANORCAMENTO)"
            DISPLAY " 88 - Orcado x realizado (RELORCAMENTO)"
            DISPLAY " 89 - Lancamentos contabeis manuais (MANLANC)"
            DISPLAY " 90 - Encerramento do exercicio (ENCERRAANO)"
            DISPLAY " 91 - Regras de lancamento contabil (MANREGRA)"
            DISPLAY " 92 - Aplicacoes financeiras (APLICFIN)"
            DISPLAY " 93 - Integridade entre arquivos (INTEGRIDADE)"
            DISPLAY " 94 - Virada de ano (JOBVIRADA)"
            DISPLAY " 95 - Previsao do plano noturno (PREVPLANO)"
            DISPLAY " 96 - Aprovacao de movimentos (APROVMOV)"
            DISPLAY " 97 - Fila de avisos por e-mail (NOTIFICA)"
            DISPLAY " 98 - Retorno do gateway de e-mail (NOTIFRET)"
            DISPLAY " 00 - Encerrar"
            DISPLAY "============================================"
            PERFORM 0150-PAINEL-ULTIMAS.
                WHEN 48 CALL "JOBNOTURNO"
                WHEN 49 CALL "SAUDEDIA"
                WHEN 50 CALL "EMPRESTIMO"
                WHEN 51 CALL "MANCLIENTE"
                WHEN 52 CALL "MANSINISTRO"
                WHEN 53 CALL "DEVFRETE"
                WHEN 54 CALL "RELSELECAO"
                WHEN 55 CALL "PAGTRANSP"
                WHEN 56 CALL "RELMARGEM"
                WHEN 57 CALL "REVCREDITO"
                WHEN 58 CALL "CARGADIRCEP"
                WHEN 59 CALL "AVERBACAO"
                WHEN 60 CALL "RELCOTACAO"
                WHEN 61 CALL "MANESTOQUE"
                WHEN 62 CALL "RELESTOQUE"
                WHEN 63 CALL "COBRANCA"
                WHEN 64 CALL "RETCOBRANCA"
                WHEN 65 CALL "DEPFGTS"
                WHEN 66 CALL "MANDEPEND"
                WHEN 67 CALL "RELIDENT"
                WHEN 68 CALL "MANAFAST"
                WHEN 69 CALL "RELAFAST"
                WHEN 70 CALL "PONTO"
                WHEN 71 CALL "INFORME"
                WHEN 72 CALL "MANBENEF"
                WHEN 73 CALL "LIBPAGTO"
                WHEN 74 CALL "MANPENSAO"
                WHEN 75 CALL "MANCARGO"
                WHEN 76 CALL "RELFAIXA"
                WHEN 77 CALL "RELPREREQ"
                WHEN 78 CALL "MANHORARIO"
                WHEN 79 CALL "VALHORARIO"
                WHEN 80 CALL "PAGAULA"
                WHEN 81 CALL "MENSALIDADE"
                WHEN 82 CALL "MANDISCIPLINA"
                WHEN 83 CALL "ALOCATURMA"
                WHEN 84 CALL "RELVAGAS"
                WHEN 85 CALL "DEMCONT"
                WHEN 86 CALL "FLUXOCAIXA"
                WHEN 87 CALL "MANORCAMENTO"
                WHEN 88 CALL "RELORCAMENTO"
                WHEN 89 CALL "MANLANC"
                WHEN 90 CALL "ENCERRAANO"
                WHEN 91 CALL "MANREGRA"
                WHEN 92 CALL "APLICFIN"
                WHEN 93 CALL "INTEGRIDADE"
                WHEN 94 CALL "JOBVIRADA"
                WHEN 95 CALL "PREVPLANO"
                WHEN 96 CALL "APROVMOV" USING WRK-OPERADOR WRK-NIVEL
                WHEN 97 CALL "NOTIFICA"
                WHEN 98 CALL "NOTIFRET"
            END-EVALUATE.
       0300-SAIDA.
            EXIT.

      *    Nivel exigido por opcao: 3 (senior) para as destrutivas
      *    ARQFRETEAUD, CANCFRETE, ROLLFUNCM, CORRNOTA e ROLLMESTRE
      *    e para a liberacao de pagamentos retidos (LIBPAGTO) e a
      *    virada de ano (JOBVIRADA);
      *    1 para as consultas e relatorios; 2 para o restante. Zero
      *    marca opcao inexistente.
       0320-NIVEL-DA-OPCAO SECTION.
            EVALUATE TRUE
                WHEN WRK-OPCAO = 23 OR WRK-OPCAO = 26
                    OR WRK-OPCAO = 29 OR WRK-OPCAO = 33
                    OR WRK-OPCAO = 47 OR WRK-OPCAO = 73
                    OR WRK-OPCAO = 94
                    MOVE 3 TO WRK-NIVEL-EXIGIDO
                WHEN WRK-OPCAO = 19 OR WRK-OPCAO = 25
                    OR WRK-OPCAO = 32 OR WRK-OPCAO = 34
                    OR WRK-OPCAO = 36 OR WRK-OPCAO = 37
                    OR WRK-OPCAO = 49 OR WRK-OPCAO = 54
                    OR WRK-OPCAO = 56 OR WRK-OPCAO = 57
                    OR WRK-OPCAO = 60 OR WRK-OPCAO = 62
                    OR WRK-OPCAO = 67 OR WRK-OPCAO = 69
                    OR WRK-OPCAO = 76 OR WRK-OPCAO = 77
                    OR WRK-OPCAO = 84 OR WRK-OPCAO = 85
                    OR WRK-OPCAO = 86 OR WRK-OPCAO = 88
                    OR WRK-OPCAO = 93 OR WRK-OPCAO = 95
                    MOVE 1 TO WRK-NIVEL-EXIGIDO
                WHEN WRK-OPCAO GREATER ZERO
                    AND WRK-OPCAO NOT GREATER 98
                    MOVE 2 TO WRK-NIVEL-EXIGIDO
                WHEN OTHER
                    MOVE ZEROS TO WRK-NIVEL-EXIGIDO

      $SET SQL()
       identification division.
       program-id. TabelaFrete.
       environment division.
       configuration section.
       special-names. decimal-point is comma.
       input-output section.
       file-control.
           select transportadoras assign to disk
             organization is indexed
             access mode is dynamic file status fs-transp
             record key is transportadoras-codigo
             alternate record key is transportadoras-nome
                       with duplicates.
       data division.
       fd transportadoras
           label record is standard
           value of file-id "TRANSPORTADORAS.ARQ".
      *----- Layout padrao do tagcopy = Transportadoras
       copy "tagcopy.cpy"
            replacing leading ==TAG== by ==transportadoras==.
       working-storage section.
       01 ws-conexao-ambiente     pic x(10).
       01 ws-conexao-usada        pic x(15).
       01 ws-conexao-retorno      pic x(01).
       77 fs-transp                 pic x(02).
       01 registro                  pic 9(05).
       01 ws-valor-edit              pic zzz.zzz.zz9,99.
       01 ws-peso-edit               pic zz.zzz.zz9,999.
       01 ws-perc-edit               pic zz9,99.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 espera       pic x(01) value spaces.
       01 opcao        pic 9(01) value zeros.
       01 linha        pic 9(02).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01 sqlregistro-frete.
         02 sqlfrete-transp            pic x(10).
         02 sqlfrete-uf                pic x(02).
         02 sqlfrete-minimo            pic 9(09)v99.
         02 sqlfrete-ad-valorem        pic 9(03)v99.
         02 sqlfrete-prazo             pic 9(03).
       01 sqlfaixa-peso-ate            pic 9(06)v999.
       01 sqlfaixa-valor               pic 9(09)v99.
       EXEC SQL END DECLARE SECTION END-EXEC.

       procedure division.
       conectando.
           call "ConectaAmbiente" using ws-conexao-ambiente
                                        ws-conexao-usada
                                        ws-conexao-retorno
           if ws-conexao-retorno = "0"
              move 0 to sqlcode
           else
              move -1 to sqlcode
           end-if
           if sqlcode not = 0
                display "Erro: Nao conseguiu conectar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                exit program
                stop run
           end-if.
      *Tabela de frete por transportadora e UF de destino: frete
      *minimo e percentual ad valorem sobre a mercadoria
      *(FRETE_TABELAS) e faixas de peso bruto em kg, cada uma com o
      *valor do frete ate aquele peso (FRETE_FAIXAS). A Expedicao
      *cota todas as transportadoras com tabela no embarque.
       menugeral.
           display erase at 0101
           display "Tabelas de Frete" at 0101
           display "1.Criar Tabelas" at 0301
           display "2.Incluir/Alterar Tabela (UF)" at 0401
           display "3.Faixas de Peso" at 0501
           display "4.Consultar Tabela" at 0601
           display "0.Sair" at 0701
           display "Opcao:" at 0801
           initialize opcao
           accept opcao at 0807
           if opcao = 1 go criartabela.
           if opcao = 2 go manter-tabela.
           if opcao = 3 go manter-faixas.
           if opcao = 4 go consultar-tabela.
           if opcao = 0 go desconectando.
           go menugeral.
       criartabela.
           EXEC SQL
                CREATE TABLE FRETE_TABELAS
                    (transportadora  char(10),
                     uf              char(02),
                     frete_minimo    decimal(11,2) default 0,
                     ad_valorem      decimal(5,2) default 0,
                     primary key     (transportadora, uf))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE FRETE_TABELAS " at 2001
              display sqlcode at 2035
           end-if
           EXEC SQL
                CREATE TABLE FRETE_FAIXAS
                    (transportadora  char(10),
                     uf              char(02),
                     peso_ate        decimal(9,3),
                     valor           decimal(11,2),
                     primary key     (transportadora, uf, peso_ate))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE FRETE_FAIXAS " at 2101
              display sqlcode at 2135
           end-if
      *    Prazo de entrega prometido pela transportadora para a UF,
      *    em dias uteis (DesempenhoTransp).
           EXEC SQL
                ALTER TABLE FRETE_TABELAS
                      ADD PRAZO_DIAS INT DEFAULT 0
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1060
              display "Erro: ALTER FRETE_TABELAS.PRAZO " at 2001
              display sqlcode at 2035
           end-if
      *    Auditoria dos CT-e das transportadoras (LerCTe).
           EXEC SQL
                CREATE TABLE CTE_AUDITORIA
                    (numero_cte      char(20),
                     cnpj_emitente   char(14),
                     emitente        char(60),
                     valor_cobrado   decimal(11,2),
                     valor_cotado    decimal(11,2),
                     embarques       int,
                     situacao        char(12),
                     arquivo         char(60),
                     quando          datetime,
                     primary key     (numero_cte, cnpj_emitente))
           END-EXEC
           if sqlcode not = 0 and sqlcode not = -1050
              display "Erro: CREATE CTE_AUDITORIA " at 2001
              display sqlcode at 2035
           end-if
           perform comitando
           display "Tabelas de frete OK." at 2201
           accept espera at 2301
           go menugeral.
       manter-tabela.
           perform monta-tela-tabela
           display "Incluir/Alterar Tabela de Frete" at 0101
           perform pedir-chave thru pedir-chave-fim
           if sqlfrete-transp = spaces
              go menugeral
           end-if
           perform buscar-tabela
           if sqlcode not = 0
              move zeros to sqlfrete-minimo sqlfrete-ad-valorem
                            sqlfrete-prazo
              display "(tabela nova)" at 0446
           end-if
           accept sqlfrete-minimo at 0529 with update
           move sqlfrete-minimo to ws-valor-edit
           display ws-valor-edit at 0529
           accept sqlfrete-ad-valorem at 0629 with update
           move sqlfrete-ad-valorem to ws-perc-edit
           display ws-perc-edit at 0629
           accept sqlfrete-prazo at 0729 with update
           EXEC SQL
                INSERT INTO FRETE_TABELAS
                       (transportadora, uf, frete_minimo, ad_valorem,
                        prazo_dias)
                VALUES
                       (:sqlfrete-transp,
                        :sqlfrete-uf,
                        :sqlfrete-minimo,
                        :sqlfrete-ad-valorem,
                        :sqlfrete-prazo)
                ON DUPLICATE KEY UPDATE
                       FRETE_MINIMO = VALUES(FRETE_MINIMO),
                       AD_VALOREM = VALUES(AD_VALOREM),
                       PRAZO_DIAS = VALUES(PRAZO_DIAS)
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu gravar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go manter-tabela
           end-if
           perform comitando
           go manter-tabela.
      *Faixa de peso: informar o peso limite da faixa e o valor;
      *valor zero exclui a faixa. Peso em branco volta ao menu.
       manter-faixas.
           perform monta-tela-tabela
           display "Faixas de Peso" at 0101
           perform pedir-chave thru pedir-chave-fim
           if sqlfrete-transp = spaces
              go menugeral
           end-if
           perform buscar-tabela
           if sqlcode not = 0
              display "Cadastre antes a tabela da UF" at 1510
              accept espera at 2301
              go manter-faixas
           end-if.
       manter-faixas-item.
           perform listar-faixas thru listar-faixas-fim
           display "Peso ate (kg).............: " at 0801
           display "Valor do Frete............: " at 0901
           move zeros to sqlfaixa-peso-ate sqlfaixa-valor
           accept sqlfaixa-peso-ate at 0829 with update
           if sqlfaixa-peso-ate = zeros
              go manter-faixas
           end-if
           move sqlfaixa-peso-ate to ws-peso-edit
           display ws-peso-edit at 0829
           EXEC SQL
                SELECT VALOR INTO :sqlfaixa-valor
                  FROM FRETE_FAIXAS
                 WHERE TRANSPORTADORA = :sqlfrete-transp
                   AND UF = :sqlfrete-uf
                   AND PESO_ATE = :sqlfaixa-peso-ate
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlfaixa-valor sqlcode
           end-if
           accept sqlfaixa-valor at 0929 with update
           if sqlfaixa-valor = zeros
              EXEC SQL
                   DELETE FROM FRETE_FAIXAS
                    WHERE TRANSPORTADORA = :sqlfrete-transp
                      AND UF = :sqlfrete-uf
                      AND PESO_ATE = :sqlfaixa-peso-ate
              END-EXEC
           else
              EXEC SQL
                   INSERT INTO FRETE_FAIXAS
                          (transportadora, uf, peso_ate, valor)
                   VALUES
                          (:sqlfrete-transp,
                           :sqlfrete-uf,
                           :sqlfaixa-peso-ate,
                           :sqlfaixa-valor)
                   ON DUPLICATE KEY UPDATE
                          VALOR = VALUES(VALOR)
              END-EXEC
           end-if
           if sqlcode not = 0 and sqlcode not = 100
                display "Erro: Nao conseguiu gravar " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
                EXEC SQL
                     ROLLBACK
                END-EXEC
                go manter-faixas-item
           end-if
           perform comitando
           go manter-faixas-item.
       consultar-tabela.
           perform monta-tela-tabela
           display "Consultar Tabela de Frete" at 0101
           perform pedir-chave thru pedir-chave-fim
           if sqlfrete-transp = spaces
              go menugeral
           end-if
           perform buscar-tabela
           if sqlcode not = 0
              display "Tabela nao cadastrada" at 1510
              accept espera at 2301
              go consultar-tabela
           end-if
           perform listar-faixas thru listar-faixas-fim
           display "Enter Finaliza." at 2301
           accept espera at 2325
           go consultar-tabela.
       monta-tela-tabela.
           display erase at 0101
           display "Transportadora............: " at 0301
           display "UF de Destino.............: " at 0401
           display "Frete Minimo..............: " at 0501
           display "Ad Valorem (%)............: " at 0601
           display "Prazo Entrega (d.uteis)...: " at 0701
           initialize sqlregistro-frete.
       pedir-chave.
           accept sqlfrete-transp at 0329
           if sqlfrete-transp = spaces
              go pedir-chave-fim
           end-if
           open input transportadoras
           if fs-transp not = "00"
              display "TRANSPORTADORAS.ARQ indisponivel" at 1510
              close transportadoras
              accept espera at 2301
              move spaces to sqlfrete-transp
              go pedir-chave-fim
           end-if
           move sqlfrete-transp to transportadoras-codigo
           read transportadoras invalid key
              display "Transportadora nao cadastrada" at 1510
              close transportadoras
              accept espera at 2301
              move spaces to sqlfrete-transp
              go pedir-chave-fim
           end-read
           display transportadoras-nome at 0341
           close transportadoras.
       pedir-chave-uf.
           accept sqlfrete-uf at 0429
           move function upper-case(sqlfrete-uf) to sqlfrete-uf
           if sqlfrete-uf is not alphabetic or sqlfrete-uf(2:1) = space
              display "UF invalida" at 1510
              accept espera at 2301
              display "           " at 1510
              go pedir-chave-uf
           end-if
           display sqlfrete-uf at 0429.
       pedir-chave-fim.
           exit.
       buscar-tabela.
           EXEC SQL
                SELECT FRETE_MINIMO, AD_VALOREM,
                       IFNULL(PRAZO_DIAS, 0)
                  INTO :sqlfrete-minimo, :sqlfrete-ad-valorem,
                       :sqlfrete-prazo
                  FROM FRETE_TABELAS
                 WHERE TRANSPORTADORA = :sqlfrete-transp
                   AND UF = :sqlfrete-uf
           END-EXEC
           if sqlcode = 0
              move sqlfrete-minimo to ws-valor-edit
              display ws-valor-edit at 0529
              move sqlfrete-ad-valorem to ws-perc-edit
              display ws-perc-edit at 0629
              display sqlfrete-prazo at 0729
           end-if.
       listar-faixas.
           display erase at 1101
           display "Peso ate (kg)     Valor do Frete" at 1101
           move 12 to linha
           move zeros to registro
           EXEC SQL
                DECLARE CURSORFAIXAS CURSOR FOR
                   SELECT PESO_ATE, VALOR
                     FROM FRETE_FAIXAS
                    WHERE TRANSPORTADORA = :sqlfrete-transp
                      AND UF = :sqlfrete-uf
                    ORDER BY PESO_ATE
           END-EXEC
           EXEC SQL
                OPEN CURSORFAIXAS
           END-EXEC
           if sqlcode not = 0
              move zeros to sqlcode
              go listar-faixas-fim
           end-if.
       listar-faixas-le.
           EXEC SQL
                FETCH CURSORFAIXAS INTO
                       :sqlfaixa-peso-ate,
                       :sqlfaixa-valor
           END-EXEC
           if sqlcode not = 0
              go listar-faixas-feche
           end-if
           add 1 to registro
           if linha < 22
              move sqlfaixa-peso-ate to ws-peso-edit
              move sqlfaixa-valor to ws-valor-edit
              display ws-peso-edit at line linha column 01
              display ws-valor-edit at line linha column 19
              add 1 to linha
           end-if
           go listar-faixas-le.
       listar-faixas-feche.
           EXEC SQL
                CLOSE CURSORFAIXAS
           END-EXEC
           move zeros to sqlcode
           display "Faixas: " at 2201 registro.
       listar-faixas-fim.
           exit.
       comitando.
           EXEC SQL
                COMMIT
           END-EXEC
           if sqlcode not = 0
                display "Erro: Nao conseguiu COMMIT " at 1510
                display sqlcode at 1610
                display sqlerrmc at 1710
                accept espera at 2301
           end-if.
       desconectando.
           EXEC SQL
                DISCONNECT all
           END-EXEC
           display "DisconnectOK= CONEXAO" at 2301
           accept espera at 2401
           exit program
           stop run.
       end program TabelaFrete.

      *> tentativas consecutivas de senha errada; zerada a cada
      *> sign-on correto e no desbloqueio pela manutenção
           05 oper-tentativas pic 9(02).
      *> perfil de acesso: C só consulta, M manutenção completa,
      *> S supervisor (manutenção completa e aprovação das
      *> pendências de exclusão, troca e unificação); em branco
      *> (registro anterior ao perfil) vale manutenção, para os
      *> operadores de sempre não perderem acesso
           05 oper-perfil pic x(01).
               88 oper-so-consulta value "C".
               88 oper-manutencao  value "M" " " "S".
               88 oper-supervisor  value "S".
      *> filial do operador (tabela filiais.dat): operador de
      *> filial só enxerga os clientes dela; em branco ou filial do
      *> tipo matriz enxerga a base inteira
           05 oper-filial pic x(03).
           05 filler      pic x(01).

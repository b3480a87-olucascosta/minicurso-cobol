000214*                      CARTAO; ZEROS = DEFAULT 50). UM PICO DE
000215*                      FORA DE FAIXA OU DE REPROVADO AGORA SALTA
000216*                      DA PAGINA EM VEZ DE EXIGIR DIFF NO OLHO.
905600*   2026-10-07  MCR    A SECAO DO NOTASREL PASSOU A COPIAR TAMBEM
905601*                      A NOVA LINHA DE TOTAL "INCOMPLETO" (ALUNO
905602*                      COM MATERIA MATRICULADA SEM NOTA EM
905603*                      CONDICIONAL0002).
000217*================================================================
000220*   FUNCAO......... RESUMO DE FIM DE JANELA. LE OS QUATRO
000230*                    RELATORIOS DA RODADA NOTURNA - REPVLR
002130         WHEN NOT-LINHA (1:11) = 'RECUPERACAO'
002140         WHEN NOT-LINHA (1:9)  = 'APROVADO '
002150         WHEN NOT-LINHA (1:13) = 'NOTA INVALIDA'
905604         WHEN NOT-LINHA (1:10) = 'INCOMPLETO'
002160         WHEN NOT-LINHA (1:11) = 'TOTAL GERAL'
002170         WHEN NOT-LINHA (1:15) = 'MEDIA DAS NOTAS'
002180         WHEN NOT-LINHA (1:17) = 'MEDIANA DAS NOTAS'

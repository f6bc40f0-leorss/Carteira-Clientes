                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 27 COL 43 PIC X(01)
                                       TO PARAM-AGRUPAR-MATRIZ.
               10  VALUE  "Prob. qualificacao (%): "
                                       LINE 06 COL 50.
               10  S-PARAM-PROB-QUALIF BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 06 COL 74 PIC 9(03)
                                       TO PARAM-PROB-QUALIFICACAO.
               10  VALUE  "Prob. proposta (%)....: "
                                       LINE 08 COL 50.
               10  S-PARAM-PROB-PROPOSTA BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 08 COL 74 PIC 9(03)
                                       TO PARAM-PROB-PROPOSTA.
               10  VALUE  "Prob. negociacao (%)..: "
                                       LINE 10 COL 50.
               10  S-PARAM-PROB-NEGOC  BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 10 COL 74 PIC 9(03)
                                       TO PARAM-PROB-NEGOCIACAO.
               10  VALUE  "Agrupar por rede S/N..: "
                                       LINE 12 COL 50.
               10  S-PARAM-AGRUPAR-REDE
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 12 COL 74 PIC X(01)
                                       TO PARAM-AGRUPAR-REDE.
               10  VALUE  "Inside: segmento......: "
                                       LINE 14 COL 50.
               10  S-PARAM-INSIDE-SEGM
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 14 COL 74 PIC X(01)
                                       TO PARAM-INSIDE-SEGMENTO.
               10  VALUE  "Inside: teto fatur.:"
                                       LINE 16 COL 50.
               10  S-PARAM-INSIDE-TETO BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 16 COL 69 PIC 9(11)
                                       TO PARAM-INSIDE-TETO-FATUR.
               10  VALUE  "Estab.: ganho min (Km): "
                                       LINE 18 COL 50.
               10  S-PARAM-ESTAB-KM    BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 18 COL 74 PIC 9(03),9
                                       TO PARAM-ESTAB-GANHO-KM.
               10  VALUE  "Estab.: ganho min (%).: "
                                       LINE 20 COL 50.
               10  S-PARAM-ESTAB-PCT   BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 20 COL 74 PIC 9(03)
                                       TO PARAM-ESTAB-GANHO-PCT.
               10  VALUE  "Estab.: perman. (dias): "
                                       LINE 22 COL 50.
               10  S-PARAM-ESTAB-PERM  BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 22 COL 74 PIC 9(04)
                                       TO PARAM-ESTAB-PERM-DIAS.
               10  VALUE  "Limite movimento (%)..: "
                                       LINE 24 COL 50.
               10  S-PARAM-LIMITE-MOVIM BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 24 COL 74 PIC 9(03)
                                       TO PARAM-LIMITE-MOVIM-PCT.
               10  VALUE  "Toler. concil. ERP (%): "
                                       LINE 26 COL 50.
               10  S-PARAM-TOLER-CONC  BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 26 COL 74 PIC 9(02),99
                                       TO PARAM-TOLER-CONC-ERP.
               10  VALUE  "Roteiro: veloc. Km/h..: "
                                       LINE 27 COL 50.
               10  S-PARAM-VELOC-MEDIA BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 27 COL 74 PIC 9(03)
                                       TO PARAM-VELOC-MEDIA-KMH.
               10  VALUE  "Roteiro: visita (min).: "
                                       LINE 28 COL 50.
               10  S-PARAM-DURACAO-VISITA BLANK WHEN ZERO
                   FOREGROUND-COLOR 0 BACKGROUND-COLOR 7
                                       LINE 28 COL 74 PIC 9(03)
                                       TO PARAM-DURACAO-VISITA.

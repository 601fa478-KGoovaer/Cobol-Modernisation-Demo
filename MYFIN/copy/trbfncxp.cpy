RVH036*            NAZICHT-WACHTRIJ (REVQ, ZIE RVH018 IN TRBFNCX4),
RVH036*            ZODAT GROOT-BEDRAG-CONTROLE DE PPR BIJ DE
RVH036*            HERAANBIEDING NIET OPNIEUW PARKEERT.
RVH111*            DAT GELDT OOK VOOR DE CUMULCONTROLE (CONTROLE-
RVH111*            VELOCITEIT), DIE NAAR DEZELFDE WACHTRIJ PARKEERT.
RVH104*            GIRRTRX4 EN GIRCHQX4 ZETTEN "D" OP EEN
RVH104*            GECONTROLEERDE HERUITGAVE VAN EEN BETALING DIE
RVH104*            AL EEN JOURNAALINSCHRIJVING DRAAGT (BANK-
RVH104*            WEIGERING, GEANNULEERDE CHEQUE), ZODAT
RVH104*            VOIR-DOUBLES DE HERUITGAVE NIET ALS DUBBELE
RVH104*            BETALING VERWERPT.
RVH105*            GIRNALX4 ZET "N" OP EEN DOOR DE DIENST
RVH105*            NALATENSCHAPPEN BESLISTE UITBETALING UIT DE
RVH105*            NALATENSCHAPSWACHTRIJ (NALQ) AAN DE NOTARIS OF EEN
RVH105*            ERFGENAAM: OVERLIJDENS-, GERECHTIGDHEIDS- EN
RVH105*            BEWINDVOERINGSCONTROLE EN DE DUPLICAATCONTROLE
RVH105*            WORDEN DAN OVERGESLAGEN, EN DE BESLISSING GELDT OOK
RVH105*            ALS NAZICHT VOOR DE GROOT-BEDRAG-CONTROLE.
RVH137*            GIRNOUX4 ZET "D" (EEN NALATENSCHAP: "N") OP DE
RVH137*            UITBETALING VAN EEN NIET-OPGEEISTE UITKERING
RVH137*            NADAT HET LID OF DE ERFGENAAM ZICH AANMELDDE.
RVH119*            GIRMICX4 ZET "M" OP DE UITBETALING VAN HET
RVH119*            OVERGEDRAGEN SALDO VAN MICROBETALINGEN BIJ DE
RVH119*            PERIODE-AFSLUITING: DE BEDRAGEN WERDEN BIJ DE
RVH119*            TOEKENNING AL GEJOURNALISEERD, DUS GEEN NIEUWE
RVH119*            JOURNAALINSCHRIJVING, GEEN DUPLICAATCONTROLE EN
RVH119*            GEEN NAZICHT MEER VOOR DE GROOT-BEDRAG-CONTROLE.
RVH036             25 TRBFN-NAZICHT        PIC  X(01).
RVH036                88 TRBFN-NAZICHT-VRIJGEGEVEN
RVH119                                     VALUE "V" "N" "M".
RVH104                88 TRBFN-HERUITGAVE  VALUE "D".
RVH105                88 TRBFN-NALATENSCHAP
RVH105                                     VALUE "N".
RVH119                88 TRBFN-MICRO-UITBETALING
RVH119                                     VALUE "M".
RVH052*            GEVRAAGDE UITVOERINGSDATUM (EEJJMMDD): EEN PPR MET
RVH052*            EEN DATUM NA DE VERWERKINGSDATUM WORDT DOOR
RVH052*            GIRBETPP IN DE VOORUITBETALINGSWACHTRIJ (FWDQ)
RVH104*            EEN LID ONDER BESLAG DAT OOK EEN SCREENING-
RVH104*            VALS-POSITIEF IS NIET EINDELOOS TUSSEN BSHQ EN
RVH104*            CPLQ BLIJFT PENDELEN.
RVH110*            GIRFRDX4 ZET "F" OP EEN DOOR DE FRAUDECEL NA
RVH110*            CONTACT MET HET LID BEVESTIGDE PPR UIT DE FRAUDE-
RVH110*            WACHTRIJ (FRDQ), ZODAT CONTROLE-FRAUDE DE PPR BIJ
RVH110*            DE HERAANBIEDING NIET OPNIEUW PARKEERT. SAMEN MET
RVH110*            DE ANDERE VRIJSTELLINGEN: "G" = BESLAG + FRAUDE,
RVH110*            "H" = SCREENING + FRAUDE, "Y" = ALLE DRIE.
RVH070             25 TRBFN-VRIJSTELLING   PIC  X(01).
RVH070                88 TRBFN-VRIJ-BESLAG VALUE "B" "X"
RVH110                                           "G" "Y".
RVH071                88 TRBFN-VRIJ-SCREENING
RVH071                                     VALUE "S" "X"
RVH110                                           "H" "Y".
RVH110                88 TRBFN-VRIJ-FRAUDE VALUE "F" "G"
RVH110                                           "H" "Y".
SEPA         10 TRBFN-IBAN                 PIC  X(34).

                MOVE "CARTESKDO" TO cpCleSaisie
                MOVE 41910000 TO cp_numero
                PERFORM INITIALISER_UN_COMPTE
                *>Acomptes reçus sur précommandes
                MOVE "ACOMPTES" TO cpCleSaisie
                MOVE 41920000 TO cp_numero
                PERFORM INITIALISER_UN_COMPTE
                *>Variation de stock (coût des ventes au PMP) et
                *>compte de stock de marchandises
                MOVE "VARSTOCK" TO cpCleSaisie
                MOVE "CARTESKDO" TO cpCleSaisie
                PERFORM CHARGER_UN_COMPTE
                MOVE cptValeur TO cptNumCartesKdo
                MOVE "ACOMPTES" TO cpCleSaisie
                PERFORM CHARGER_UN_COMPTE
                MOVE cptValeur TO cptNumAcomptes
                MOVE "VARSTOCK" TO cpCleSaisie
                PERFORM CHARGER_UN_COMPTE
                MOVE cptValeur TO cptNumVarStock
                *>jamais en compte de ventes
                PERFORM EMETTRE_CARTES_COMPTA

                *>Les acomptes de précommandes entrent et sortent
                *>par leur compte de dette
                PERFORM EMETTRE_ACOMPTES_COMPTA

                *>Les remises d'espèces passent de la caisse à la
                *>banque sous leur référence de bordereau
                PERFORM EMETTRE_REMISES_COMPTA

                *>Les factures fournisseurs réglées par la banque
                PERFORM EMETTRE_REGLEMENTS_FOURN_COMPTA

                CLOSE frapport
                DISPLAY "Ecritures exportees dans ecritures.txt".


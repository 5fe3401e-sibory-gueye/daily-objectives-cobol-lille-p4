      *       REQ=xxx    code demandeur/departement (optionnel    *
      *                  pendant la bascule ; repris dans l'audit,*
      *                  les statistiques et l'en-tete du rapport *
      *                  pour la refacturation). Le code doit     *
      *                  etre actif au fichier des demandeurs     *
      *                  LOSTRQM, la serie autorisee pour lui, et *
      *                  TERMS= dans son maximum par carte et son *
      *                  quota du mois - sinon la carte est       *
      *                  rejetee (audit 'E' ou 'Q', RC=8)         *
      *     Tout mot-cle omis prend la meme valeur par defaut que *
      *     le champ laisse a blanc du format positionnel ; un    *
      *     mot-cle inconnu ou une valeur invalide est signale    *

      * Function:   Commarea request/response layout for CUSTSRCH -   *
      *             search the BNKCUST customer file by partial name  *
      *             (via the BNKCUSN alternate-index path), by sort   *
      *             code plus account number (every holder linked to  *
      *             the account on BNKCREL, then any customer still   *
      *             carrying the pair via the BNKCUSA path - the      *
      *             result shows the account searched for),           *
      *             or phonetically by how the name sounds (via the   *
      *             BNKCUSP index of CUSTPHON soundex keys), one      *
      *             page of results per call.  To continue a      *

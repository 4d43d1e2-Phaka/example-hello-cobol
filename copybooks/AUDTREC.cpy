      * text was cut to fit; space otherwise.
      *
      * AL-RETURN-CODE carries the record's own outcome - the
      * WS-RECORD-RETURN-CODE values documented in hello.cob (0, 4,
      * 8, 12, 16, 20). 4 is a suppressed recipient (RECPSUP, see
      * SUPPREC): skipped by design, so no GREETOUT detail and no
      * GREETSUS row - a skip, not a failure, and HELLOMTH and
      * HELLORPT do not count it as one. One further value no
      * production run ever writes:
      *   90  backout row written by HELLOREV when a cycle is
      *       reversed. Not a run and not a failure: HELLOMTH keeps
      *       these rows out of its tallies and the HELLOSTA

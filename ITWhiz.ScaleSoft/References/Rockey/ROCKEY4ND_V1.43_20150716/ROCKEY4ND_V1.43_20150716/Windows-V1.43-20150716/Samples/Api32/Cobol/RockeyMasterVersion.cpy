      ****************************************************************
      *                                                              *
      *                   RockeyMasterVersion.cpy                    *
      *                                                              *
      * FILE SECTION copybook for a site's master-data version       *
      * record: a single row, rewritten by RockeyMasterApply on      *
      * every package it applies or refuses, and read by the nightly *
      * job so the version in use goes into the operations report    *
      * and on to head office.                                       *
      *                                                              *
      * MVR-VERSION is the package version the site's masters were   *
      * last built from, with its publish date and the time it was   *
      * applied; it only moves when a package is applied in full.    *
      * MVR-LAST-STATUS says how the most recent package went - A    *
      * applied, F failed (refused, or a rewrite that did not        *
      * complete) - with that package's version, when it was tried   *
      * and the reason it failed. A failed load leaves MVR-VERSION   *
      * on the version still in use.                                 *
      *                                                              *
      ****************************************************************
       fd  master-version-file.
       01  ry-master-version-record.
           05  mvr-site-id          pic x(6).
           05  mvr-version          pic 9(6).
           05  mvr-published-date   pic x(8).
           05  mvr-applied-timestamp pic x(21).
           05  mvr-last-status      pic x.
               88  mvr-load-applied     value "A".
               88  mvr-load-failed      value "F".
           05  mvr-last-version     pic 9(6).
           05  mvr-last-timestamp   pic x(21).
           05  mvr-last-reason      pic x(44).
           05  filler               pic x(7).

      ****************************************************************
      *                                                              *
      *                   RockeyMasterPackage.cpy                    *
      *                                                              *
      * FILE SECTION copybook for the master-data package head       *
      * office publishes (RockeyMasterPublish) and every site        *
      * applies (RockeyMasterApply) before its nightly run. The      *
      * package is a full copy of the five shared masters - product, *
      * customer, customer vehicle, product rate and vehicle tare -  *
      * so applying it replaces a site's copies outright rather than *
      * patching them, and two sites on the same version hold the    *
      * same data.                                                   *
      *                                                              *
      * Record order is fixed:                                       *
      *   HDR  one header - version, publish date, who published     *
      *        it and the row count for each master                  *
      *   PRD  one row per RockeyProductMaster.cpy record            *
      *   CST  one row per RockeyCustomerMaster.cpy record           *
      *   CVH  one row per RockeyCustomerVehicle.cpy record          *
      *   PRT  one row per RockeyProductRate.cpy record              *
      *   VTM  one row per RockeyVehicleTare.cpy record              *
      *   TRL  one trailer - the version again and the total number  *
      *        of master rows, so a package cut short in transfer is *
      *        refused instead of half-applied                       *
      * MPK-MASTER-IMAGE carries the master record exactly as it is  *
      * laid out on the site's own file, left-justified.             *
      *                                                              *
      * Versions run up by one on every publish and are never        *
      * reused; a site refuses a package older than the one it       *
      * already has.                                                 *
      *                                                              *
      ****************************************************************
       fd  master-package-file.
       01  ry-master-package-record.
           05  mpk-record-type      pic x(3).
               88  mpk-is-header        value "HDR".
               88  mpk-is-product       value "PRD".
               88  mpk-is-customer      value "CST".
               88  mpk-is-cust-vehicle  value "CVH".
               88  mpk-is-product-rate  value "PRT".
               88  mpk-is-vehicle-tare  value "VTM".
               88  mpk-is-trailer       value "TRL".
           05  mpk-master-image     pic x(60).
           05  mpk-header-data redefines mpk-master-image.
               10  mpk-hdr-version      pic 9(6).
               10  mpk-hdr-published-date pic x(8).
               10  mpk-hdr-publish-userid pic 9(9).
               10  mpk-hdr-prd-count    pic 9(5).
               10  mpk-hdr-cst-count    pic 9(5).
               10  mpk-hdr-cvh-count    pic 9(5).
               10  mpk-hdr-prt-count    pic 9(5).
               10  mpk-hdr-vtm-count    pic 9(5).
               10  filler               pic x(12).
           05  mpk-trailer-data redefines mpk-master-image.
               10  mpk-trl-version      pic 9(6).
               10  mpk-trl-row-count    pic 9(7).
               10  filler               pic x(47).
